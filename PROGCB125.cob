000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCB125.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO FISCAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: DRE GERENCIAL MENSAL POR EMPRESA E CENTRO DE
000100*           CUSTO - A DIRETORIA ESPERAVA SEMANAS PELO
000110*           FECHAMENTO DA CONTABILIDADE (QUE RECEBE O
000120*           GLJRNL DO PROGCOB78) PARA SABER SE CADA EMPRESA
000130*           DEU RESULTADO. RECEITAS: ALUGUEL, CAM E CONSUMO
000140*           REPASSADOS E MANUTENCAO COBRADA DAS FATURAS DE
000150*           ALUGUEL (RENTINV), MENSALIDADES (TUIINV) E FRETE
000160*           FOB RECUPERADO (LINHAS DO FRTHIST COBRADAS NA
000170*           FATURA DE FRETE DO PROGCOB91, ESTORNO COMO
000180*           CREDITO). CUSTOS: FRETE (FRH-FRETE-BRL) MENOS OS
000190*           CREDITOS E MULTAS DE TRANSPORTADORA (CARRCRED),
000200*           ICMS DO FRETE, FOLHA BRUTA (FOLHIST) E FERIAS
000200*           PAGAS (FERADT) MAIS OS ENCARGOS DO EMPREGADOR
000210*           (PERCENTUAL DO DREPARM),
000220*           MANUTENCAO DOS LOTES (ORDMANUT) E CUSTOS
000230*           COMPARTILHADOS. O RELATORIO DRERPT TRAZ O MES E
000240*           O ACUMULADO DO ANO CONTRA O MESMO PERIODO DO ANO
000250*           ANTERIOR, COM A VARIACAO EM PERCENTUAL, POR
000260*           CENTRO DE CUSTO DENTRO DE CADA EMPRESA, O TOTAL
000270*           DA EMPRESA E, POR ULTIMO, A PAGINA CONSOLIDADA
000280*           DAS EMPRESAS COM O RESULTADO DE CADA UMA.
000290*           RODA NO FECHAMENTO MENSAL (PROGCOB75), DEPOIS DA
000300*           FOLHA; MES DE REFERENCIA = MES DA DATA DE
000310*           PROCESSAMENTO (BUSIDATE, SE DIFERENTE DE ZEROS,
000320*           SENAO A DO SISTEMA).
000330* OBS: SO LEITURA - E VISAO GERENCIAL, NAO SUBSTITUI O
000340*      RAZAO. REGIME DE COMPETENCIA: FATURA PELA DATA DE
000350*      EMISSAO (PARCELA E SALDO DE ACORDO FICAM FORA, COMO
000360*      NA EXPORTACAO CONTABIL), FRETE PELO PERIODO DO
000370*      CALCULO (ESTORNOS E/X FORA), CREDITO DE
000380*      TRANSPORTADORA PELA DATA DE GERACAO, FOLHA PELA
000390*      COMPETENCIA (MENSAL E RESCISAO, COM AS FERIAS
000390*      INDENIZADAS), 13o NO MES DO PAGAMENTO (1a PARCELA
000390*      EM NOVEMBRO, 2a EM DEZEMBRO), FERIAS PELA
000390*      COMPETENCIA DO GOZO (DIAS, TERCO E ABONO) E
000400*      MANUTENCAO PELA COMPETENCIA GRAVADA PELO
000400*      FATURAMENTO.
000410*      CUSTOS COMPARTILHADOS = O QUE O RATEIO CAM E O
000420*      CONSUMO MEDIDO REPASSARAM NAS FATURAS (O CAMCOST SO
000430*      GUARDA O MES CORRENTE E O RATEIO REPASSA O TOTAL
000440*      AOS LOTES OCUPADOS); A MANUTENCAO DE AREA COMUM JA
000450*      ENTRA NO RATEIO E NAO SE REPETE NA LINHA DE
000460*      MANUTENCAO. EMPRESA: DO LOTE (LOTS) NO ALUGUEL E
000470*      NA MANUTENCAO, DO PEDIDO (ORDERS) NO CREDITO DE
000480*      TRANSPORTADORA, DO FRETE NO FRTHIST, DO FUNCIONARIO
000490*      (EMPMAST) NA FOLHA; MENSALIDADE NA EMPRESA 01 (O
000500*      TUIINV NAO TEM EMPRESA); ZEROS OU SEM CADASTRO =
000510*      EMPRESA 01. CENTRO DE CUSTO: ALUG (LOCACAO), FRET
000520*      (FRETES), ESCO (ESCOLA) E, NA FOLHA, O DEPARTAMENTO
000530*      DO FUNCIONARIO (DEPTMAST) - SEM CADASTRO = GERA,
000540*      COMO NA EXPORTACAO CONTABIL.
000550*      ARQUIVO DE ORIGEM INDISPONIVEL OU TABELA CHEIA SAI
000560*      COM RC 4 (AVISO).
000570* -----------------------------------------------------
000580* HISTORICO DE ALTERACOES
000590* 15/10/2026 FT  PROGRAMA CRIADO.
000590* 15/10/2026 FT  13o LANCADO NO MES DO PAGAMENTO (A
000590*                COMPETENCIA AAAA13 FICAVA FORA DA DRE);
000590*                FERIAS PAGAS PELO PROGCOB81 (FERADT), QUE
000590*                A FOLHA ABATE DO BRUTO, E FERIAS
000590*                INDENIZADAS DA RESCISAO (FHI-ISENTO)
000590*                ENTRAM NA FOLHA E NOS ENCARGOS.
000600***********************************************************
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 SPECIAL-NAMES.
000640     DECIMAL-POINT IS COMMA.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT RENT-INVOICES ASSIGN TO 'RENTINV'
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS SEQUENTIAL
000700         RECORD KEY IS DRE-RNT-NUMERO
000710         FILE STATUS IS DRE-RENTINV-STATUS.
000720     SELECT TUITION-INVOICES ASSIGN TO 'TUIINV'
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS SEQUENTIAL
000750         RECORD KEY IS DRE-TUI-NUMERO
000760         FILE STATUS IS DRE-TUIINV-STATUS.
000770     SELECT FREIGHT-HISTORY ASSIGN TO 'FRTHIST'
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS FRH-CHAVE
000810         ALTERNATE RECORD KEY IS FRH-PERIODO
000820             WITH DUPLICATES
000830         FILE STATUS IS DRE-FRTHIST-STATUS.
000840     SELECT CARRIER-CREDIT-LEDGER ASSIGN TO 'CARRCRED'
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS SEQUENTIAL
000870         RECORD KEY IS CCR-CHAVE
000880         FILE STATUS IS DRE-CARRCRED-STATUS.
000890     SELECT ORDERS-FILE ASSIGN TO 'ORDERS'
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS RANDOM
000920         RECORD KEY IS ORDER-NUMERO
000930         FILE STATUS IS DRE-ORDERS-STATUS.
000940     SELECT PAYROLL-HISTORY ASSIGN TO 'FOLHIST'
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS DRE-FOLHIST-STATUS.
000960     SELECT VACATION-ADVANCE ASSIGN TO 'FERADT'
000960         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS DRE-FERADT-STATUS.
000970     SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS RANDOM
001000         RECORD KEY IS EMP-ID
001010         FILE STATUS IS DRE-EMPMAST-STATUS.
001020     SELECT WORK-ORDERS ASSIGN TO 'ORDMANUT'
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS SEQUENTIAL
001050         RECORD KEY IS OMT-CHAVE
001060         FILE STATUS IS DRE-ORDMANUT-STATUS.
001070     SELECT LOTS-FILE ASSIGN TO 'LOTS'
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS DRE-LOTS-STATUS.
001100     SELECT DEPARTMENT-MASTER ASSIGN TO 'DEPTMAST'
001110         ORGANIZATION IS INDEXED
001120         ACCESS MODE IS RANDOM
001130         RECORD KEY IS DEP-CODIGO
001140         FILE STATUS IS DRE-DEPTMAST-STATUS.
001150     SELECT COMPANY-MASTER ASSIGN TO 'COMPMAST'
001160         ORGANIZATION IS INDEXED
001170         ACCESS MODE IS RANDOM
001180         RECORD KEY IS CIA-CODIGO
001190         FILE STATUS IS DRE-COMPMAST-STATUS.
001200     SELECT DRE-PARAM ASSIGN TO 'DREPARM'
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS DRE-DREPARM-STATUS.
001230     SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSIDATE'
001240         ORGANIZATION IS LINE SEQUENTIAL
001250         FILE STATUS IS DRE-BUSIDATE-STATUS.
001260     SELECT DRE-REPORT ASSIGN TO 'DRERPT'
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS DRE-REPORT-STATUS.
001290 DATA DIVISION.
001300 FILE SECTION.
001310*    RENTINV E TUIINV TEM O MESMO LAYOUT (COPY RENTINV NA
001320*    WORKING-STORAGE): AS DUAS LEITURAS SAO FEITAS COM INTO
001330 FD  RENT-INVOICES.
001340 01  DRE-RENTINV-REG.
001350     05  DRE-RNT-NUMERO       PIC 9(06).
001360     05  FILLER               PIC X(222).
001370 FD  TUITION-INVOICES.
001380 01  DRE-TUIINV-REG.
001390     05  DRE-TUI-NUMERO       PIC 9(06).
001400     05  FILLER               PIC X(222).
001410 FD  FREIGHT-HISTORY.
001420     COPY FRTHIST.
001430 FD  CARRIER-CREDIT-LEDGER.
001440     COPY CARRCRD.
001450 FD  ORDERS-FILE.
001460     COPY ORDERREG.
001470 FD  PAYROLL-HISTORY.
001480     COPY FOLHIST.
001480 FD  VACATION-ADVANCE.
001480     COPY FERADT.
001490 FD  EMPLOYEE-MASTER.
001500     COPY EMPREC.
001510 FD  WORK-ORDERS.
001520     COPY ORDMANUT.
001530 FD  LOTS-FILE.
001540     COPY LOTREC.
001550 FD  DEPARTMENT-MASTER.
001560     COPY DEPTMST.
001570 FD  COMPANY-MASTER.
001580     COPY COMPMST.
001590 FD  DRE-PARAM.
001600     COPY DREPARM.
001610 FD  BUSINESS-DATE-FILE.
001620     COPY BUSIDATE.
001630 FD  DRE-REPORT
001640     RECORD CONTAINS 132 CHARACTERS.
001650 01  DRE-REPORT-LINE          PIC X(132).
001660 WORKING-STORAGE SECTION.
001670     COPY RENTINV.
001680
001690 01  DRE-SWITCHES.
001700     05  DRE-RENTINV-STATUS   PIC X(02) VALUE '00'.
001710     05  DRE-TUIINV-STATUS    PIC X(02) VALUE '00'.
001720     05  DRE-FRTHIST-STATUS   PIC X(02) VALUE '00'.
001730     05  DRE-CARRCRED-STATUS  PIC X(02) VALUE '00'.
001740     05  DRE-ORDERS-STATUS    PIC X(02) VALUE '00'.
001750     05  DRE-FOLHIST-STATUS   PIC X(02) VALUE '00'.
001750     05  DRE-FERADT-STATUS    PIC X(02) VALUE '00'.
001760     05  DRE-EMPMAST-STATUS   PIC X(02) VALUE '00'.
001770     05  DRE-ORDMANUT-STATUS  PIC X(02) VALUE '00'.
001780     05  DRE-LOTS-STATUS      PIC X(02) VALUE '00'.
001790     05  DRE-DEPTMAST-STATUS  PIC X(02) VALUE '00'.
001800     05  DRE-COMPMAST-STATUS  PIC X(02) VALUE '00'.
001810     05  DRE-DREPARM-STATUS   PIC X(02) VALUE '00'.
001820     05  DRE-BUSIDATE-STATUS  PIC X(02) VALUE '00'.
001830     05  DRE-REPORT-STATUS    PIC X(02) VALUE '00'.
001840     05  DRE-SW-ARQUIVO       PIC X(01) VALUE 'N'.
001850         88  DRE-FIM-ARQUIVO      VALUE 'S'.
001860         88  DRE-ARQUIVO-ATIVO    VALUE 'N'.
001870     05  DRE-SW-ORDERS        PIC X(01) VALUE 'N'.
001880         88  DRE-ORDERS-DISPONIVEL    VALUE 'S'.
001890     05  DRE-SW-EMPMAST       PIC X(01) VALUE 'N'.
001900         88  DRE-EMPMAST-DISPONIVEL   VALUE 'S'.
001910     05  DRE-SW-DEPTMAST      PIC X(01) VALUE 'N'.
001920         88  DRE-TEM-DEPTMAST     VALUE 'S'.
001930     05  DRE-SW-COMPMAST      PIC X(01) VALUE 'N'.
001940         88  DRE-TEM-COMPMAST     VALUE 'S'.
001950     05  DRE-SW-TABELA        PIC X(01) VALUE 'N'.
001960         88  DRE-TABELA-CHEIA     VALUE 'S'.
001970     05  DRE-SW-LOTES         PIC X(01) VALUE 'N'.
001980         88  DRE-LOTES-ESTOUROU   VALUE 'S'.
001990     05  DRE-SW-POSICAO       PIC X(01) VALUE 'N'.
002000         88  DRE-POSICAO-ACHADA   VALUE 'S'.
002010
002020 01  DRE-CONSTANTES.
002030     05  DRE-EMPRESA-PADRAO   PIC 9(02) VALUE 01.
002040     05  DRE-ENCARGOS-PADRAO  PIC 9(03)V99 VALUE 35,80.
002050
002060*    LINHAS DA DRE: 1 A 5 RECEITAS, 6 A 12 CUSTOS
002070 01  DRE-TABELA-DESCRICOES.
002080     05  FILLER PIC X(30) VALUE 'ALUGUEL'.
002090     05  FILLER PIC X(30) VALUE 'CAM E CONSUMO REPASSADOS'.
002100     05  FILLER PIC X(30) VALUE 'MANUTENCAO COBRADA'.
002110     05  FILLER PIC X(30) VALUE 'MENSALIDADES'.
002120     05  FILLER PIC X(30) VALUE 'FRETE FOB RECUPERADO'.
002130     05  FILLER PIC X(30) VALUE 'FRETE'.
002140     05  FILLER PIC X(30) VALUE '(-) CREDITOS/MULTAS TRANSP.'.
002150     05  FILLER PIC X(30) VALUE 'ICMS DO FRETE'.
002160     05  FILLER PIC X(30) VALUE 'FOLHA BRUTA'.
002170     05  FILLER PIC X(30) VALUE 'ENCARGOS SOBRE A FOLHA'.
002180     05  FILLER PIC X(30) VALUE 'MANUTENCAO DOS LOTES'.
002190     05  FILLER PIC X(30) VALUE 'CUSTOS COMPARTILHADOS'.
002200 01  DRE-DESCRICOES REDEFINES DRE-TABELA-DESCRICOES.
002210     05  DRE-DESCRICAO        PIC X(30) OCCURS 12 TIMES.
002220
002230 01  DRE-ITENS.
002240     05  DRE-IT-ALUGUEL       PIC 9(02) VALUE 01.
002250     05  DRE-IT-CAM           PIC 9(02) VALUE 02.
002260     05  DRE-IT-MANUT-COBRADA PIC 9(02) VALUE 03.
002270     05  DRE-IT-MENSALIDADE   PIC 9(02) VALUE 04.
002280     05  DRE-IT-FOB           PIC 9(02) VALUE 05.
002290     05  DRE-IT-FRETE         PIC 9(02) VALUE 06.
002300     05  DRE-IT-CREDITO       PIC 9(02) VALUE 07.
002310     05  DRE-IT-ICMS          PIC 9(02) VALUE 08.
002320     05  DRE-IT-FOLHA         PIC 9(02) VALUE 09.
002330     05  DRE-IT-ENCARGOS      PIC 9(02) VALUE 10.
002340     05  DRE-IT-MANUTENCAO    PIC 9(02) VALUE 11.
002350     05  DRE-IT-COMPARTILHADO PIC 9(02) VALUE 12.
002360     05  DRE-ULTIMA-RECEITA   PIC 9(02) VALUE 05.
002370
002380*    CENTROS (EMPRESA + CENTRO DE CUSTO) EM ORDEM DE CHAVE;
002390*    COLUNA 1 = MES, 2 = MES DO ANO ANTERIOR, 3 = ACUMULADO
002400*    DO ANO, 4 = ACUMULADO DO ANO ANTERIOR
002410 01  DRE-TABELA.
002420     05  DRE-QTDE-CENTROS     PIC 9(03) COMP VALUE ZEROS.
002430     05  DRE-CENTRO OCCURS 200 TIMES.
002440         10  DRE-T-CHAVE.
002450             15  DRE-T-EMPRESA    PIC 9(02).
002460             15  DRE-T-CCUSTO     PIC X(04).
002470         10  DRE-T-VALORES.
002480             15  DRE-T-ITEM OCCURS 12 TIMES.
002490                 20  DRE-T-VALOR  PIC S9(11)V99 COMP-3
002500                                  OCCURS 4 TIMES.
002510
002520*    TOTAIS - OCORRENCIA 1 = EMPRESA, 2 = CONSOLIDADO
002530 01  DRE-TOTAIS.
002540     05  DRE-TOTAL OCCURS 2 TIMES.
002550         10  DRE-S-ITEM OCCURS 12 TIMES.
002560             15  DRE-S-VALOR      PIC S9(11)V99 COMP-3
002570                                  OCCURS 4 TIMES.
002580
002590*    BLOCO A IMPRIMIR (CENTRO, EMPRESA OU CONSOLIDADO)
002600 01  DRE-IMPRESSAO.
002610     05  DRE-I-ITEM OCCURS 12 TIMES.
002620         10  DRE-I-VALOR          PIC S9(11)V99 COMP-3
002630                                  OCCURS 4 TIMES.
002640
002650 01  DRE-SUBTOTAIS.
002660     05  DRE-RECEITA          PIC S9(11)V99 COMP-3
002670                              OCCURS 4 TIMES.
002680     05  DRE-CUSTO            PIC S9(11)V99 COMP-3
002690                              OCCURS 4 TIMES.
002700     05  DRE-RESULTADO        PIC S9(11)V99 COMP-3
002710                              OCCURS 4 TIMES.
002720
002730*    VALORES DA LINHA A IMPRIMIR, NAS 4 COLUNAS
002740 01  DRE-VALORES-LINHA.
002750     05  DRE-V                PIC S9(11)V99 COMP-3
002760                              OCCURS 4 TIMES.
002770
002780*    RESULTADO DE CADA EMPRESA, PARA A PAGINA CONSOLIDADA
002790 01  DRE-TABELA-RESUMO.
002800     05  DRE-QTDE-RESUMO      PIC 9(02) COMP VALUE ZEROS.
002810     05  DRE-RESUMO OCCURS 20 TIMES.
002820         10  DRE-R-EMPRESA    PIC 9(02).
002830         10  DRE-R-NOME       PIC X(30).
002840         10  DRE-R-VALOR      PIC S9(11)V99 COMP-3
002850                              OCCURS 4 TIMES.
002860
002870*    EMPRESA DE CADA LOTE (ARQUIVO LOTS)
002880 01  DRE-TABELA-LOTES.
002890     05  DRE-QTDE-LOTES       PIC 9(03) COMP VALUE ZEROS.
002900     05  DRE-LOTE OCCURS 999 TIMES.
002910         10  DRE-LT-ID        PIC 9(05).
002920         10  DRE-LT-EMPRESA   PIC 9(02).
002930
002940 01  DRE-DATASISTEMA.
002950     05  DRE-DATA-ANO         PIC 9(04).
002960     05  DRE-DATA-MES         PIC 9(02).
002970     05  DRE-DATA-DIA         PIC 9(02).
002980
002990 01  DRE-PERIODO-LIDO.
003000     05  DRE-PL-ANO           PIC 9(04).
003010     05  DRE-PL-MES           PIC 9(02).
003020 01  DRE-PERIODO-LIDO-NUM REDEFINES DRE-PERIODO-LIDO
003030                              PIC 9(06).
003040
003050 01  DRE-PERIODOS.
003060     05  DRE-PERIODO-REF      PIC 9(06) VALUE ZEROS.
003070     05  DRE-PERIODO-INICIO   PIC 9(06) VALUE ZEROS.
003080     05  DRE-ANO-ANTERIOR     PIC 9(04) VALUE ZEROS.
003090
003100 01  DRE-CHAVE-BUSCA.
003110     05  DRE-B-EMPRESA        PIC 9(02).
003120     05  DRE-B-CCUSTO         PIC X(04).
003130
003140*    LANCAMENTO A SOMAR NA TABELA
003150 01  DRE-LANCAMENTO.
003160     05  DRE-L-ITEM           PIC 9(02) VALUE ZEROS.
003170     05  DRE-L-VALOR          PIC S9(09)V99 VALUE ZEROS.
003180
003190 01  DRE-AREA-TRABALHO.
003200     05  DRE-IX               PIC 9(03) COMP VALUE ZEROS.
003210     05  DRE-SUB              PIC 9(03) COMP VALUE ZEROS.
003220     05  DRE-IX-LOTE          PIC 9(03) COMP VALUE ZEROS.
003230     05  DRE-IX-RES           PIC 9(02) COMP VALUE ZEROS.
003240     05  DRE-LIN              PIC 9(02) COMP VALUE ZEROS.
003250     05  DRE-COL              PIC 9(01) COMP VALUE ZEROS.
003260     05  DRE-TOT              PIC 9(01) COMP VALUE ZEROS.
003270     05  DRE-EMPRESA-ATUAL    PIC 9(02) VALUE ZEROS.
003280     05  DRE-NOME-EMPRESA     PIC X(30) VALUE SPACES.
003290     05  DRE-NOME-CENTRO      PIC X(25) VALUE SPACES.
003300     05  DRE-LOTE-BUSCA       PIC 9(05) VALUE ZEROS.
003310     05  DRE-ENCARGOS-PCT     PIC 9(03)V99 VALUE ZEROS.
003310     05  DRE-VALOR-FOLHA      PIC 9(07)V99 VALUE ZEROS.
003320     05  DRE-RETORNO          PIC 9(02) VALUE ZEROS.
003330     05  DRE-ATUAL            PIC S9(11)V99 VALUE ZEROS.
003340     05  DRE-ANTERIOR         PIC S9(11)V99 VALUE ZEROS.
003350     05  DRE-BASE             PIC S9(11)V99 VALUE ZEROS.
003360     05  DRE-PERCENTUAL       PIC S9(04)V9 VALUE ZEROS.
003370
003380 01  DRE-CONTADORES.
003390     05  DRE-QTDE-LIDOS       PIC 9(07) COMP VALUE ZEROS.
003400     05  DRE-QTDE-LANCADOS    PIC 9(07) COMP VALUE ZEROS.
003410
003420*    LINHAS DO RELATORIO DRERPT
003430 01  DRE-CABECALHO-1.
003440     05  FILLER               PIC X(47) VALUE
003450         '===== DRE GERENCIAL - EMPRESA E CENTRO DE CUSTO'.
003460     05  FILLER               PIC X(07) VALUE ' - MES '.
003470     05  DRE-C1-MES           PIC 99.
003480     05  FILLER               PIC X(01) VALUE '/'.
003490     05  DRE-C1-ANO           PIC 9(04).
003500     05  FILLER               PIC X(06) VALUE ' ====='.
003510     05  FILLER               PIC X(65) VALUE SPACES.
003520
003530 01  DRE-CABECALHO-2.
003540     05  FILLER               PIC X(33) VALUE SPACES.
003550     05  FILLER               PIC X(42) VALUE
003560         '----------------- NO MES -----------------'.
003570     05  FILLER               PIC X(04) VALUE SPACES.
003580     05  FILLER               PIC X(42) VALUE
003590         '------------ ACUMULADO NO ANO ------------'.
003600     05  FILLER               PIC X(11) VALUE SPACES.
003610
003620 01  DRE-CABECALHO-3.
003630     05  FILLER               PIC X(33) VALUE ' LINHA'.
003640     05  FILLER               PIC X(11) VALUE SPACES.
003650     05  DRE-C3-ANO-1         PIC 9(04).
003660     05  FILLER               PIC X(13) VALUE SPACES.
003670     05  DRE-C3-ANT-1         PIC 9(04).
003680     05  FILLER               PIC X(10) VALUE '      VAR%'.
003690     05  FILLER               PIC X(15) VALUE SPACES.
003700     05  DRE-C3-ANO-2         PIC 9(04).
003710     05  FILLER               PIC X(13) VALUE SPACES.
003720     05  DRE-C3-ANT-2         PIC 9(04).
003730     05  FILLER               PIC X(10) VALUE '      VAR%'.
003740     05  FILLER               PIC X(11) VALUE SPACES.
003750
003760 01  DRE-LINHA-EMPRESA.
003770     05  FILLER               PIC X(09) VALUE ' EMPRESA '.
003780     05  DRE-E-EMPRESA        PIC 99.
003790     05  FILLER               PIC X(03) VALUE ' - '.
003800     05  DRE-E-NOME           PIC X(30).
003810     05  FILLER               PIC X(88) VALUE SPACES.
003820
003830 01  DRE-LINHA-CENTRO.
003840     05  FILLER               PIC X(18)
003850         VALUE ' CENTRO DE CUSTO '.
003860     05  DRE-CC-CODIGO        PIC X(04).
003870     05  FILLER               PIC X(03) VALUE ' - '.
003880     05  DRE-CC-NOME          PIC X(25).
003890     05  FILLER               PIC X(82) VALUE SPACES.
003900
003910 01  DRE-LINHA-DETALHE.
003920     05  FILLER               PIC X(01) VALUE SPACES.
003930     05  DRE-D-DESCRICAO      PIC X(30).
003940     05  FILLER               PIC X(02) VALUE SPACES.
003950     05  DRE-D-MES            PIC -ZZZ.ZZZ.ZZ9,99.
003960     05  FILLER               PIC X(02) VALUE SPACES.
003970     05  DRE-D-MES-ANT        PIC -ZZZ.ZZZ.ZZ9,99.
003980     05  FILLER               PIC X(02) VALUE SPACES.
003990     05  DRE-D-VAR-MES        PIC -ZZZ9,9.
004000     05  FILLER               PIC X(01) VALUE '%'.
004010     05  FILLER               PIC X(04) VALUE SPACES.
004020     05  DRE-D-ACU            PIC -ZZZ.ZZZ.ZZ9,99.
004030     05  FILLER               PIC X(02) VALUE SPACES.
004040     05  DRE-D-ACU-ANT        PIC -ZZZ.ZZZ.ZZ9,99.
004050     05  FILLER               PIC X(02) VALUE SPACES.
004060     05  DRE-D-VAR-ACU        PIC -ZZZ9,9.
004070     05  FILLER               PIC X(01) VALUE '%'.
004080     05  FILLER               PIC X(11) VALUE SPACES.
004090
004100 01  DRE-LINHA-ENCARGOS.
004110     05  FILLER               PIC X(38)
004120         VALUE ' ENCARGOS SOBRE A FOLHA = FOLHA BRUTA '.
004130     05  FILLER               PIC X(02) VALUE 'X '.
004140     05  DRE-EN-PCT           PIC ZZ9,99.
004150     05  FILLER               PIC X(10) VALUE '% (DREPARM'.
004160     05  FILLER               PIC X(01) VALUE ')'.
004170     05  FILLER               PIC X(75) VALUE SPACES.
004180
004190 PROCEDURE DIVISION.
004200
004210 0000-MAINLINE.
004220     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
004230     PERFORM 2000-APURAR-ALUGUEL THRU 2000-APURAR-ALUGUEL-EXIT.
004240     PERFORM 2500-APURAR-MENSALIDADES
004250         THRU 2500-APURAR-MENSALIDADES-EXIT.
004260     PERFORM 3000-APURAR-FRETES THRU 3000-APURAR-FRETES-EXIT.
004270     PERFORM 3500-APURAR-CREDITOS
004280         THRU 3500-APURAR-CREDITOS-EXIT.
004290     PERFORM 4000-APURAR-FOLHA THRU 4000-APURAR-FOLHA-EXIT.
004290     PERFORM 4200-APURAR-FERIAS THRU 4200-APURAR-FERIAS-EXIT.
004300     PERFORM 4500-APURAR-MANUTENCAO
004310         THRU 4500-APURAR-MANUTENCAO-EXIT.
004320     PERFORM 5000-IMPRIMIR-RELATORIO
004330         THRU 5000-IMPRIMIR-RELATORIO-EXIT.
004340     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
004350     MOVE DRE-RETORNO TO RETURN-CODE.
004360     GOBACK.
004370
004380*=========================================================
004390* DATA DE PROCESSAMENTO, PERIODOS, PERCENTUAL DE ENCARGOS,
004400* TABELA DE LOTES E CADASTROS DE CONSULTA
004410*=========================================================
004420 1000-INICIALIZAR.
004430     ACCEPT DRE-DATASISTEMA FROM DATE YYYYMMDD.
004440     OPEN INPUT BUSINESS-DATE-FILE.
004450     IF DRE-BUSIDATE-STATUS = '00'
004460         READ BUSINESS-DATE-FILE
004470             AT END
004480                 CONTINUE
004490             NOT AT END
004500                 IF BSD-DATA NOT = ZEROS
004510                     MOVE BSD-DATA TO DRE-DATASISTEMA
004520                 END-IF
004530         END-READ
004540         CLOSE BUSINESS-DATE-FILE
004550     END-IF.
004560     COMPUTE DRE-PERIODO-REF =
004570         DRE-DATA-ANO * 100 + DRE-DATA-MES.
004580     COMPUTE DRE-ANO-ANTERIOR = DRE-DATA-ANO - 1.
004590     COMPUTE DRE-PERIODO-INICIO = DRE-ANO-ANTERIOR * 100 + 1.
004600     MOVE DRE-ENCARGOS-PADRAO TO DRE-ENCARGOS-PCT.
004610     OPEN INPUT DRE-PARAM.
004620     IF DRE-DREPARM-STATUS = '00'
004630         READ DRE-PARAM
004640             AT END
004650                 CONTINUE
004660             NOT AT END
004670                 IF DRP-ENCARGOS-PCT NUMERIC
004680                    AND DRP-ENCARGOS-PCT NOT = ZEROS
004690                     MOVE DRP-ENCARGOS-PCT TO DRE-ENCARGOS-PCT
004700                 END-IF
004710         END-READ
004720         CLOSE DRE-PARAM
004730     END-IF.
004740     INITIALIZE DRE-TOTAIS.
004750     SET DRE-ARQUIVO-ATIVO TO TRUE.
004760     OPEN INPUT LOTS-FILE.
004770     IF DRE-LOTS-STATUS = '00'
004780         PERFORM 1100-CARREGAR-LOTE THRU 1100-CARREGAR-LOTE-EXIT
004790             UNTIL DRE-FIM-ARQUIVO
004800         CLOSE LOTS-FILE
004810     ELSE
004820         DISPLAY 'ARQUIVO DE LOTES INDISPONIVEL - STATUS '
004830             DRE-LOTS-STATUS ' - ALUGUEL NA EMPRESA 01'
004840         MOVE 4 TO DRE-RETORNO
004850     END-IF.
004860     OPEN INPUT EMPLOYEE-MASTER.
004870     IF DRE-EMPMAST-STATUS = '00'
004880         SET DRE-EMPMAST-DISPONIVEL TO TRUE
004890     ELSE
004900         DISPLAY 'CADASTRO DE FUNCIONARIOS INDISPONIVEL - '
004910             'FOLHA NA EMPRESA 01, CENTRO GERA'
004920         MOVE 4 TO DRE-RETORNO
004930     END-IF.
004940     OPEN INPUT ORDERS-FILE.
004950     IF DRE-ORDERS-STATUS = '00'
004960         SET DRE-ORDERS-DISPONIVEL TO TRUE
004970     ELSE
004980         DISPLAY 'CADASTRO DE PEDIDOS INDISPONIVEL - '
004990             'CREDITOS DE TRANSPORTADORA NA EMPRESA 01'
005000     END-IF.
005010     OPEN INPUT DEPARTMENT-MASTER.
005020     IF DRE-DEPTMAST-STATUS = '00'
005030         SET DRE-TEM-DEPTMAST TO TRUE
005040     END-IF.
005050     OPEN INPUT COMPANY-MASTER.
005060     IF DRE-COMPMAST-STATUS = '00'
005070         SET DRE-TEM-COMPMAST TO TRUE
005080     END-IF.
005090     OPEN OUTPUT DRE-REPORT.
005100 1000-INICIALIZAR-EXIT.
005110     EXIT.
005120
005130 1100-CARREGAR-LOTE.
005140     READ LOTS-FILE
005150         AT END
005160             SET DRE-FIM-ARQUIVO TO TRUE
005170             GO TO 1100-CARREGAR-LOTE-EXIT
005180     END-READ.
005190     IF DRE-QTDE-LOTES NOT < 999
005200         IF NOT DRE-LOTES-ESTOUROU
005210             DISPLAY 'TABELA DE LOTES CHEIA - LOTES EXCEDENTES '
005220                 'NA EMPRESA 01'
005230             SET DRE-LOTES-ESTOUROU TO TRUE
005240             MOVE 4 TO DRE-RETORNO
005250         END-IF
005260         GO TO 1100-CARREGAR-LOTE-EXIT.
005270     ADD 1 TO DRE-QTDE-LOTES.
005280     MOVE LOT-ID TO DRE-LT-ID (DRE-QTDE-LOTES).
005290     MOVE LOT-EMPRESA TO DRE-LT-EMPRESA (DRE-QTDE-LOTES).
005300     IF LOT-EMPRESA = ZEROS
005310         MOVE DRE-EMPRESA-PADRAO
005320             TO DRE-LT-EMPRESA (DRE-QTDE-LOTES)
005330     END-IF.
005340 1100-CARREGAR-LOTE-EXIT.
005350     EXIT.
005360
005370*=========================================================
005380* FATURAS DE ALUGUEL PELA DATA DE EMISSAO: O VALOR-BRL E
005390* SEPARADO EM ALUGUEL, CAM E CONSUMO REPASSADOS (QUE SAO
005400* TAMBEM O CUSTO COMPARTILHADO) E MANUTENCAO COBRADA.
005410* PARCELA E SALDO DE ACORDO FICAM FORA (JA ENTRARAM NA
005420* FATURA ORIGINAL). CENTRO ALUG, EMPRESA DO LOTE.
005430*=========================================================
005440 2000-APURAR-ALUGUEL.
005450     OPEN INPUT RENT-INVOICES.
005460     IF DRE-RENTINV-STATUS NOT = '00'
005470         DISPLAY 'ARQUIVO DE FATURAS INDISPONIVEL - STATUS '
005480             DRE-RENTINV-STATUS ' - ALUGUEL FORA DA DRE'
005490         MOVE 4 TO DRE-RETORNO
005500         GO TO 2000-APURAR-ALUGUEL-EXIT.
005510     SET DRE-ARQUIVO-ATIVO TO TRUE.
005520     PERFORM 2100-LER-ALUGUEL THRU 2100-LER-ALUGUEL-EXIT
005530         UNTIL DRE-FIM-ARQUIVO.
005540     CLOSE RENT-INVOICES.
005550 2000-APURAR-ALUGUEL-EXIT.
005560     EXIT.
005570
005580 2100-LER-ALUGUEL.
005590     READ RENT-INVOICES INTO INV-INVOICE-RECORD
005600         AT END
005610             SET DRE-FIM-ARQUIVO TO TRUE
005620             GO TO 2100-LER-ALUGUEL-EXIT
005630     END-READ.
005640     ADD 1 TO DRE-QTDE-LIDOS.
005650     IF INV-GERADA-ACORDO
005660         GO TO 2100-LER-ALUGUEL-EXIT.
005670     MOVE INV-DATA-EMISSAO (1:6) TO DRE-PERIODO-LIDO.
005680     MOVE INV-LOTE-ID TO DRE-LOTE-BUSCA.
005690     PERFORM 8200-EMPRESA-DO-LOTE
005700         THRU 8200-EMPRESA-DO-LOTE-EXIT.
005710     MOVE 'ALUG' TO DRE-B-CCUSTO.
005720     MOVE DRE-IT-ALUGUEL TO DRE-L-ITEM.
005730     COMPUTE DRE-L-VALOR = INV-VALOR-BRL - INV-CAM
005740         - INV-ENERGIA - INV-AGUA - INV-MANUTENCAO.
005750     PERFORM 7000-LANCAR THRU 7000-LANCAR-EXIT.
005760     MOVE DRE-IT-CAM TO DRE-L-ITEM.
005770     COMPUTE DRE-L-VALOR = INV-CAM + INV-ENERGIA + INV-AGUA.
005780     PERFORM 7000-LANCAR THRU 7000-LANCAR-EXIT.
005790     MOVE DRE-IT-COMPARTILHADO TO DRE-L-ITEM.
005800     PERFORM 7000-LANCAR THRU 7000-LANCAR-EXIT.
005810     MOVE DRE-IT-MANUT-COBRADA TO DRE-L-ITEM.
005820     MOVE INV-MANUTENCAO TO DRE-L-VALOR.
005830     PERFORM 7000-LANCAR THRU 7000-LANCAR-EXIT.
005840 2100-LER-ALUGUEL-EXIT.
005850     EXIT.
005860
005870*=========================================================
005880* MENSALIDADES PELA DATA DE EMISSAO - EMPRESA 01, CENTRO
005890* ESCO (O TUIINV NAO TEM EMPRESA)
005900*=========================================================
005910 2500-APURAR-MENSALIDADES.
005920     OPEN INPUT TUITION-INVOICES.
005930     IF DRE-TUIINV-STATUS NOT = '00'
005940         DISPLAY 'ARQUIVO DE MENSALIDADES INDISPONIVEL - '
005950             'STATUS ' DRE-TUIINV-STATUS
005960             ' - MENSALIDADES FORA DA DRE'
005970         MOVE 4 TO DRE-RETORNO
005980         GO TO 2500-APURAR-MENSALIDADES-EXIT.
005990     SET DRE-ARQUIVO-ATIVO TO TRUE.
006000     PERFORM 2600-LER-MENSALIDADE
006010         THRU 2600-LER-MENSALIDADE-EXIT
006020         UNTIL DRE-FIM-ARQUIVO.
006030     CLOSE TUITION-INVOICES.
006040 2500-APURAR-MENSALIDADES-EXIT.
006050     EXIT.
006060
006070 2600-LER-MENSALIDADE.
006080     READ TUITION-INVOICES INTO INV-INVOICE-RECORD
006090         AT END
006100             SET DRE-FIM-ARQUIVO TO TRUE
006110             GO TO 2600-LER-MENSALIDADE-EXIT
006120     END-READ.
006130     ADD 1 TO DRE-QTDE-LIDOS.
006140     MOVE INV-DATA-EMISSAO (1:6) TO DRE-PERIODO-LIDO.
006150     MOVE DRE-EMPRESA-PADRAO TO DRE-B-EMPRESA.
006160     MOVE 'ESCO' TO DRE-B-CCUSTO.
006170     MOVE DRE-IT-MENSALIDADE TO DRE-L-ITEM.
006180     MOVE INV-VALOR-BRL TO DRE-L-VALOR.
006190     PERFORM 7000-LANCAR THRU 7000-LANCAR-EXIT.
006200 2600-LER-MENSALIDADE-EXIT.
006210     EXIT.
006220
006230*=========================================================
006240* HISTORICO DE FRETES PELA CHAVE ALTERNADA, DE JANEIRO DO
006250* ANO ANTERIOR ATE O MES DE REFERENCIA: FRETE E ICMS DAS
006260* LINHAS VALIDAS (E/X FORA) E FRETE FOB RECUPERADO DAS
006270* LINHAS COBRADAS NA FATURA AO CLIENTE (FRETE + ICMS; O
006280* ESTORNO COBRADO E CREDITO AO CLIENTE, ENTRA NEGATIVO).
006290* CENTRO FRET, EMPRESA DO FRETE.
006300*=========================================================
006310 3000-APURAR-FRETES.
006320     OPEN INPUT FREIGHT-HISTORY.
006330     IF DRE-FRTHIST-STATUS NOT = '00'
006340         DISPLAY 'HISTORICO DE FRETES INDISPONIVEL - STATUS '
006350             DRE-FRTHIST-STATUS ' - FRETES FORA DA DRE'
006360         MOVE 4 TO DRE-RETORNO
006370         GO TO 3000-APURAR-FRETES-EXIT.
006380     SET DRE-ARQUIVO-ATIVO TO TRUE.
006390     MOVE DRE-PERIODO-INICIO TO FRH-PERIODO.
006400     START FREIGHT-HISTORY KEY >= FRH-PERIODO
006410         INVALID KEY
006420             SET DRE-FIM-ARQUIVO TO TRUE
006430     END-START.
006440     IF DRE-FRTHIST-STATUS NOT = '00'
006450         SET DRE-FIM-ARQUIVO TO TRUE
006460     END-IF.
006470     PERFORM 3100-LER-FRETE THRU 3100-LER-FRETE-EXIT
006480         UNTIL DRE-FIM-ARQUIVO.
006490     CLOSE FREIGHT-HISTORY.
006500 3000-APURAR-FRETES-EXIT.
006510     EXIT.
006520
006530 3100-LER-FRETE.
006540     READ FREIGHT-HISTORY NEXT RECORD
006550         AT END
006560             SET DRE-FIM-ARQUIVO TO TRUE
006570             GO TO 3100-LER-FRETE-EXIT
006580     END-READ.
006590     IF FRH-PERIODO > DRE-PERIODO-REF
006600         SET DRE-FIM-ARQUIVO TO TRUE
006610         GO TO 3100-LER-FRETE-EXIT.
006620     ADD 1 TO DRE-QTDE-LIDOS.
006630     MOVE FRH-PERIODO TO DRE-PERIODO-LIDO.
006640     MOVE FRH-EMPRESA TO DRE-B-EMPRESA.
006650     IF DRE-B-EMPRESA = ZEROS
006660         MOVE DRE-EMPRESA-PADRAO TO DRE-B-EMPRESA
006670     END-IF.
006680     MOVE 'FRET' TO DRE-B-CCUSTO.
006690     IF NOT FRH-TIPO-ESTORNO AND NOT FRH-TIPO-ESTORNADO
006700         MOVE DRE-IT-FRETE TO DRE-L-ITEM
006710         MOVE FRH-FRETE-BRL TO DRE-L-VALOR
006720         PERFORM 7000-LANCAR THRU 7000-LANCAR-EXIT
006730         MOVE DRE-IT-ICMS TO DRE-L-ITEM
006740         MOVE FRH-ICMS TO DRE-L-VALOR
006750         PERFORM 7000-LANCAR THRU 7000-LANCAR-EXIT
006760     END-IF.
006770     IF FRH-FATURA-CLIENTE NOT NUMERIC
006780             OR FRH-FATURA-CLIENTE = ZEROS
006790         GO TO 3100-LER-FRETE-EXIT.
006800     MOVE DRE-IT-FOB TO DRE-L-ITEM.
006810     IF FRH-TIPO-ESTORNO
006820         COMPUTE DRE-L-VALOR = ZEROS - FRH-FRETE-BRL - FRH-ICMS
006830     ELSE
006840         COMPUTE DRE-L-VALOR = FRH-FRETE-BRL + FRH-ICMS
006850     END-IF.
006860     PERFORM 7000-LANCAR THRU 7000-LANCAR-EXIT.
006870 3100-LER-FRETE-EXIT.
006880     EXIT.
006890
006900*=========================================================
006910* CREDITOS DE TRANSPORTADORA (CONTESTACAO E MULTA) PELA
006920* DATA DE GERACAO, ABATIDOS DO CUSTO DE FRETE. CENTRO FRET,
006930* EMPRESA DO PEDIDO (ORDERS)
006940*=========================================================
006950 3500-APURAR-CREDITOS.
006960     OPEN INPUT CARRIER-CREDIT-LEDGER.
006970     IF DRE-CARRCRED-STATUS NOT = '00'
006980         DISPLAY 'RAZAO DE CREDITOS DE TRANSPORTADORA '
006990             'INDISPONIVEL - STATUS ' DRE-CARRCRED-STATUS
007000         MOVE 4 TO DRE-RETORNO
007010         GO TO 3500-APURAR-CREDITOS-EXIT.
007020     SET DRE-ARQUIVO-ATIVO TO TRUE.
007030     PERFORM 3600-LER-CREDITO THRU 3600-LER-CREDITO-EXIT
007040         UNTIL DRE-FIM-ARQUIVO.
007050     CLOSE CARRIER-CREDIT-LEDGER.
007060 3500-APURAR-CREDITOS-EXIT.
007070     EXIT.
007080
007090 3600-LER-CREDITO.
007100     READ CARRIER-CREDIT-LEDGER NEXT RECORD
007110         AT END
007120             SET DRE-FIM-ARQUIVO TO TRUE
007130             GO TO 3600-LER-CREDITO-EXIT
007140     END-READ.
007150     ADD 1 TO DRE-QTDE-LIDOS.
007160     MOVE CCR-DATA-GERACAO (1:6) TO DRE-PERIODO-LIDO.
007170     MOVE DRE-EMPRESA-PADRAO TO DRE-B-EMPRESA.
007180     IF DRE-ORDERS-DISPONIVEL
007190            AND CCR-NUMERO-PEDIDO NOT = ZEROS
007200         MOVE CCR-NUMERO-PEDIDO TO ORDER-NUMERO
007210         READ ORDERS-FILE
007220             INVALID KEY
007230                 CONTINUE
007240             NOT INVALID KEY
007250                 IF ORDER-EMPRESA NOT = ZEROS
007260                     MOVE ORDER-EMPRESA TO DRE-B-EMPRESA
007270                 END-IF
007280         END-READ
007290     END-IF.
007300     MOVE 'FRET' TO DRE-B-CCUSTO.
007310     MOVE DRE-IT-CREDITO TO DRE-L-ITEM.
007320     COMPUTE DRE-L-VALOR = ZEROS - CCR-VALOR.
007330     PERFORM 7000-LANCAR THRU 7000-LANCAR-EXIT.
007340 3600-LER-CREDITO-EXIT.
007350     EXIT.
007360
007370*=========================================================
007380* FOLHA PELA COMPETENCIA (MENSAL E RESCISAO, ESTA COM AS
007380* FERIAS INDENIZADAS DO FHI-ISENTO) E 13o NO MES DO
007380* PAGAMENTO: BRUTO E ENCARGOS DO EMPREGADOR (BRUTO X
007390* PERCENTUAL DO DREPARM), NA EMPRESA E NO DEPARTAMENTO
007400* DO FUNCIONARIO. FORA DO CADASTRO = EMPRESA 01, CENTRO
007410* GERA.
007420*=========================================================
007430 4000-APURAR-FOLHA.
007440     OPEN INPUT PAYROLL-HISTORY.
007450     IF DRE-FOLHIST-STATUS NOT = '00'
007460         DISPLAY 'HISTORICO DE FOLHA INDISPONIVEL - STATUS '
007470             DRE-FOLHIST-STATUS ' - FOLHA FORA DA DRE'
007480         MOVE 4 TO DRE-RETORNO
007490         GO TO 4000-APURAR-FOLHA-EXIT.
007500     SET DRE-ARQUIVO-ATIVO TO TRUE.
007510     PERFORM 4100-LER-FOLHA THRU 4100-LER-FOLHA-EXIT
007520         UNTIL DRE-FIM-ARQUIVO.
007530     CLOSE PAYROLL-HISTORY.
007540 4000-APURAR-FOLHA-EXIT.
007550     EXIT.
007560
007570 4100-LER-FOLHA.
007580     READ PAYROLL-HISTORY
007590         AT END
007600             SET DRE-FIM-ARQUIVO TO TRUE
007610             GO TO 4100-LER-FOLHA-EXIT
007620     END-READ.
007630     ADD 1 TO DRE-QTDE-LIDOS.
007640     MOVE FHI-COMPETENCIA TO DRE-PERIODO-LIDO.
007640*    13o (COMPETENCIA AAAA13) NO MES DO PAGAMENTO - 30/11 E
007640*    20/12, AS DATAS DO FLUXO DE CAIXA (PROGCB118)
007640     IF FHI-13-PARCELA-1
007640         MOVE 11 TO DRE-PL-MES.
007640     IF FHI-13-PARCELA-2
007640         MOVE 12 TO DRE-PL-MES.
007640     IF DRE-PERIODO-LIDO-NUM < DRE-PERIODO-INICIO
007650             OR DRE-PERIODO-LIDO-NUM > DRE-PERIODO-REF
007660         GO TO 4100-LER-FOLHA-EXIT.
007670     MOVE FHI-MATRICULA TO EMP-ID.
007670     MOVE FHI-BRUTO TO DRE-VALOR-FOLHA.
007670     IF FHI-RESCISAO
007670         ADD FHI-ISENTO TO DRE-VALOR-FOLHA.
007670     PERFORM 4300-LANCAR-FOLHA THRU 4300-LANCAR-FOLHA-EXIT.
007890 4100-LER-FOLHA-EXIT.
007900     EXIT.
007900
007900*=========================================================
007900* FERIAS PAGAS PELO PROGCOB81 (FERADT) PELA COMPETENCIA DO
007900* GOZO - A FOLHA ABATE ESSES DIAS DO BRUTO DO MES, QUE SO
007900* FICAM AQUI: DIAS, TERCO E ABONO, COM OS ENCARGOS, COMO
007900* A FOLHA. ARQUIVO AUSENTE = NINGUEM DE FERIAS
007900*=========================================================
007900 4200-APURAR-FERIAS.
007900     OPEN INPUT VACATION-ADVANCE.
007900     IF DRE-FERADT-STATUS NOT = '00'
007900         GO TO 4200-APURAR-FERIAS-EXIT.
007900     SET DRE-ARQUIVO-ATIVO TO TRUE.
007900     PERFORM 4210-LER-FERIAS THRU 4210-LER-FERIAS-EXIT
007900         UNTIL DRE-FIM-ARQUIVO.
007900     CLOSE VACATION-ADVANCE.
007900 4200-APURAR-FERIAS-EXIT.
007900     EXIT.
007900
007900 4210-LER-FERIAS.
007900     READ VACATION-ADVANCE
007900         AT END
007900             SET DRE-FIM-ARQUIVO TO TRUE
007900             GO TO 4210-LER-FERIAS-EXIT
007900     END-READ.
007900     ADD 1 TO DRE-QTDE-LIDOS.
007900     IF FAD-COMPETENCIA < DRE-PERIODO-INICIO
007900             OR FAD-COMPETENCIA > DRE-PERIODO-REF
007900         GO TO 4210-LER-FERIAS-EXIT.
007900     MOVE FAD-COMPETENCIA TO DRE-PERIODO-LIDO.
007900     MOVE FAD-MATRICULA TO EMP-ID.
007900     COMPUTE DRE-VALOR-FOLHA =
007900         FAD-VALOR-DIAS + FAD-TERCO + FAD-ABONO.
007900     PERFORM 4300-LANCAR-FOLHA THRU 4300-LANCAR-FOLHA-EXIT.
007900 4210-LER-FERIAS-EXIT.
007900     EXIT.
007900
007900*=========================================================
007900* LANCA DRE-VALOR-FOLHA E OS ENCARGOS SOBRE ELE NA EMPRESA
007900* E NO DEPARTAMENTO DO FUNCIONARIO EMP-ID
007900*=========================================================
007900 4300-LANCAR-FOLHA.
007900     MOVE DRE-EMPRESA-PADRAO TO DRE-B-EMPRESA.
007900     MOVE 'GERA' TO DRE-B-CCUSTO.
007900     IF DRE-EMPMAST-DISPONIVEL
007900         READ EMPLOYEE-MASTER
007900             INVALID KEY
007900                 CONTINUE
007900             NOT INVALID KEY
007900                 MOVE EMP-DEPARTAMENTO TO DRE-B-CCUSTO
007900                 IF EMP-EMPRESA NOT = ZEROS
007900                     MOVE EMP-EMPRESA TO DRE-B-EMPRESA
007900                 END-IF
007900         END-READ
007900     END-IF.
007900     MOVE DRE-IT-FOLHA TO DRE-L-ITEM.
007900     MOVE DRE-VALOR-FOLHA TO DRE-L-VALOR.
007900     PERFORM 7000-LANCAR THRU 7000-LANCAR-EXIT.
007900     MOVE DRE-IT-ENCARGOS TO DRE-L-ITEM.
007900     COMPUTE DRE-L-VALOR ROUNDED =
007900         DRE-VALOR-FOLHA * DRE-ENCARGOS-PCT / 100.
007900     PERFORM 7000-LANCAR THRU 7000-LANCAR-EXIT.
007900 4300-LANCAR-FOLHA-EXIT.
007910     EXIT.
007910
007920*=========================================================
007930* MANUTENCAO DOS LOTES: ORDENS FECHADAS E JA APROPRIADAS
007940* PELO FATURAMENTO (COMPETENCIA GRAVADA), PELO CUSTO FINAL,
007950* DO LOCATARIO OU DO PROPRIETARIO. AREA COMUM FICA FORA
007960* (ENTROU NO RATEIO CAM). CENTRO ALUG, EMPRESA DO LOTE.
007970*=========================================================
007980 4500-APURAR-MANUTENCAO.
007990     OPEN INPUT WORK-ORDERS.
008000     IF DRE-ORDMANUT-STATUS NOT = '00'
008010         DISPLAY 'ORDENS DE MANUTENCAO INDISPONIVEIS - STATUS '
008020             DRE-ORDMANUT-STATUS ' - MANUTENCAO FORA DA DRE'
008030         MOVE 4 TO DRE-RETORNO
008040         GO TO 4500-APURAR-MANUTENCAO-EXIT.
008050     SET DRE-ARQUIVO-ATIVO TO TRUE.
008060     PERFORM 4600-LER-ORDEM THRU 4600-LER-ORDEM-EXIT
008070         UNTIL DRE-FIM-ARQUIVO.
008080     CLOSE WORK-ORDERS.
008090 4500-APURAR-MANUTENCAO-EXIT.
008100     EXIT.
008110
008120 4600-LER-ORDEM.
008130     READ WORK-ORDERS NEXT RECORD
008140         AT END
008150             SET DRE-FIM-ARQUIVO TO TRUE
008160             GO TO 4600-LER-ORDEM-EXIT
008170     END-READ.
008180     ADD 1 TO DRE-QTDE-LIDOS.
008190     IF NOT OMT-FECHADA OR OMT-COMPETENCIA = ZEROS
008200             OR OMT-AREA-COMUM
008210         GO TO 4600-LER-ORDEM-EXIT.
008220     MOVE OMT-COMPETENCIA TO DRE-PERIODO-LIDO.
008230     MOVE OMT-LOTE-ID TO DRE-LOTE-BUSCA.
008240     PERFORM 8200-EMPRESA-DO-LOTE
008250         THRU 8200-EMPRESA-DO-LOTE-EXIT.
008260     MOVE 'ALUG' TO DRE-B-CCUSTO.
008270     MOVE DRE-IT-MANUTENCAO TO DRE-L-ITEM.
008280     MOVE OMT-CUSTO TO DRE-L-VALOR.
008290     PERFORM 7000-LANCAR THRU 7000-LANCAR-EXIT.
008300 4600-LER-ORDEM-EXIT.
008310     EXIT.
008320
008330*=========================================================
008340* RELATORIO: POR EMPRESA, UM BLOCO POR CENTRO DE CUSTO E O
008350* TOTAL DA EMPRESA; NO FIM, A PAGINA CONSOLIDADA
008360*=========================================================
008370 5000-IMPRIMIR-RELATORIO.
008380     MOVE DRE-DATA-MES TO DRE-C1-MES.
008390     MOVE DRE-DATA-ANO TO DRE-C1-ANO.
008400     MOVE DRE-DATA-ANO TO DRE-C3-ANO-1 DRE-C3-ANO-2.
008410     MOVE DRE-ANO-ANTERIOR TO DRE-C3-ANT-1 DRE-C3-ANT-2.
008420     WRITE DRE-REPORT-LINE FROM DRE-CABECALHO-1.
008430     IF DRE-QTDE-CENTROS = ZEROS
008440         MOVE SPACES TO DRE-REPORT-LINE
008450         WRITE DRE-REPORT-LINE
008460         MOVE ' NENHUMA RECEITA OU CUSTO NO PERIODO'
008470             TO DRE-REPORT-LINE
008480         WRITE DRE-REPORT-LINE
008490         GO TO 5000-IMPRIMIR-RELATORIO-EXIT.
008500     MOVE ZEROS TO DRE-EMPRESA-ATUAL.
008510     PERFORM 5100-IMPRIMIR-CENTRO THRU 5100-IMPRIMIR-CENTRO-EXIT
008520         VARYING DRE-IX FROM 1 BY 1
008530         UNTIL DRE-IX > DRE-QTDE-CENTROS.
008540     PERFORM 5300-FECHAR-EMPRESA THRU 5300-FECHAR-EMPRESA-EXIT.
008550     PERFORM 5600-IMPRIMIR-CONSOLIDADO
008560         THRU 5600-IMPRIMIR-CONSOLIDADO-EXIT.
008570 5000-IMPRIMIR-RELATORIO-EXIT.
008580     EXIT.
008590
008600 5100-IMPRIMIR-CENTRO.
008610     IF DRE-T-EMPRESA (DRE-IX) NOT = DRE-EMPRESA-ATUAL
008620         IF DRE-IX > 1
008630             PERFORM 5300-FECHAR-EMPRESA
008640                 THRU 5300-FECHAR-EMPRESA-EXIT
008650         END-IF
008660         MOVE DRE-T-EMPRESA (DRE-IX) TO DRE-EMPRESA-ATUAL
008670         PERFORM 5200-CABECALHO-EMPRESA
008680             THRU 5200-CABECALHO-EMPRESA-EXIT
008690     END-IF.
008700     MOVE DRE-T-CCUSTO (DRE-IX) TO DRE-CC-CODIGO.
008710     PERFORM 8300-NOME-CENTRO THRU 8300-NOME-CENTRO-EXIT.
008720     MOVE DRE-NOME-CENTRO TO DRE-CC-NOME.
008730     MOVE SPACES TO DRE-REPORT-LINE.
008740     WRITE DRE-REPORT-LINE.
008750     WRITE DRE-REPORT-LINE FROM DRE-LINHA-CENTRO.
008760     MOVE DRE-T-VALORES (DRE-IX) TO DRE-IMPRESSAO.
008770     PERFORM 5500-IMPRIMIR-BLOCO THRU 5500-IMPRIMIR-BLOCO-EXIT.
008780     PERFORM 5110-SOMAR-ITEM THRU 5110-SOMAR-ITEM-EXIT
008790         VARYING DRE-LIN FROM 1 BY 1 UNTIL DRE-LIN > 12.
008800 5100-IMPRIMIR-CENTRO-EXIT.
008810     EXIT.
008820
008830 5110-SOMAR-ITEM.
008840     PERFORM 5120-SOMAR-COLUNA THRU 5120-SOMAR-COLUNA-EXIT
008850         VARYING DRE-COL FROM 1 BY 1 UNTIL DRE-COL > 4.
008860 5110-SOMAR-ITEM-EXIT.
008870     EXIT.
008880
008890 5120-SOMAR-COLUNA.
008900     ADD DRE-I-VALOR (DRE-LIN DRE-COL)
008910         TO DRE-S-VALOR (1 DRE-LIN DRE-COL)
008920            DRE-S-VALOR (2 DRE-LIN DRE-COL).
008930 5120-SOMAR-COLUNA-EXIT.
008940     EXIT.
008950
008960 5200-CABECALHO-EMPRESA.
008970     MOVE SPACES TO DRE-NOME-EMPRESA.
008980     IF DRE-TEM-COMPMAST
008990         MOVE DRE-EMPRESA-ATUAL TO CIA-CODIGO
009000         READ COMPANY-MASTER
009010             INVALID KEY
009020                 MOVE 'EMPRESA NAO CADASTRADA'
009030                     TO DRE-NOME-EMPRESA
009040             NOT INVALID KEY
009050                 MOVE CIA-NOME TO DRE-NOME-EMPRESA
009060         END-READ
009070     END-IF.
009080     MOVE DRE-EMPRESA-ATUAL TO DRE-E-EMPRESA.
009090     MOVE DRE-NOME-EMPRESA TO DRE-E-NOME.
009100     MOVE SPACES TO DRE-REPORT-LINE.
009110     WRITE DRE-REPORT-LINE.
009120     WRITE DRE-REPORT-LINE FROM DRE-LINHA-EMPRESA.
009130     WRITE DRE-REPORT-LINE FROM DRE-CABECALHO-2.
009140     WRITE DRE-REPORT-LINE FROM DRE-CABECALHO-3.
009150 5200-CABECALHO-EMPRESA-EXIT.
009160     EXIT.
009170
009180*=========================================================
009190* TOTAL DA EMPRESA: BLOCO COMPLETO E O RESULTADO GUARDADO
009200* PARA A PAGINA CONSOLIDADA
009210*=========================================================
009220 5300-FECHAR-EMPRESA.
009230     MOVE SPACES TO DRE-REPORT-LINE.
009240     WRITE DRE-REPORT-LINE.
009250     MOVE SPACES TO DRE-REPORT-LINE.
009260     STRING ' TOTAL DA EMPRESA ' DRE-EMPRESA-ATUAL
009270         DELIMITED BY SIZE INTO DRE-REPORT-LINE.
009280     WRITE DRE-REPORT-LINE.
009290     MOVE DRE-TOTAL (1) TO DRE-IMPRESSAO.
009300     PERFORM 5500-IMPRIMIR-BLOCO THRU 5500-IMPRIMIR-BLOCO-EXIT.
009310     IF DRE-QTDE-RESUMO < 20
009320         ADD 1 TO DRE-QTDE-RESUMO
009330         MOVE DRE-EMPRESA-ATUAL
009340             TO DRE-R-EMPRESA (DRE-QTDE-RESUMO)
009350         MOVE DRE-NOME-EMPRESA TO DRE-R-NOME (DRE-QTDE-RESUMO)
009360         PERFORM 5310-GUARDAR-RESULTADO
009370             THRU 5310-GUARDAR-RESULTADO-EXIT
009380             VARYING DRE-COL FROM 1 BY 1 UNTIL DRE-COL > 4
009390     ELSE
009400         DISPLAY 'TABELA DE RESUMO CHEIA - EMPRESA '
009410             DRE-EMPRESA-ATUAL ' FORA DO RESUMO CONSOLIDADO'
009420         MOVE 4 TO DRE-RETORNO
009430     END-IF.
009440     INITIALIZE DRE-TOTAL (1).
009450 5300-FECHAR-EMPRESA-EXIT.
009460     EXIT.
009470
009480 5310-GUARDAR-RESULTADO.
009490     MOVE DRE-RESULTADO (DRE-COL)
009500         TO DRE-R-VALOR (DRE-QTDE-RESUMO DRE-COL).
009510 5310-GUARDAR-RESULTADO-EXIT.
009520     EXIT.
009530
009540*=========================================================
009550* BLOCO DA DRE (DRE-IMPRESSAO): RECEITAS, RECEITA TOTAL,
009560* CUSTOS, CUSTO TOTAL E RESULTADO. LINHA ZERADA NAS
009570* QUATRO COLUNAS NAO SAI.
009580*=========================================================
009590 5500-IMPRIMIR-BLOCO.
009600     INITIALIZE DRE-SUBTOTAIS.
009610     PERFORM 5510-SUBTOTALIZAR THRU 5510-SUBTOTALIZAR-EXIT
009620         VARYING DRE-LIN FROM 1 BY 1 UNTIL DRE-LIN > 12.
009630     MOVE ' RECEITAS' TO DRE-REPORT-LINE.
009640     WRITE DRE-REPORT-LINE.
009650     PERFORM 5530-IMPRIMIR-ITEM THRU 5530-IMPRIMIR-ITEM-EXIT
009660         VARYING DRE-LIN FROM 1 BY 1
009670         UNTIL DRE-LIN > DRE-ULTIMA-RECEITA.
009680     MOVE '  RECEITA TOTAL' TO DRE-D-DESCRICAO.
009690     PERFORM 5540-COPIAR-RECEITA THRU 5540-COPIAR-RECEITA-EXIT
009700         VARYING DRE-COL FROM 1 BY 1 UNTIL DRE-COL > 4.
009710     PERFORM 5700-MONTAR-VALORES THRU 5700-MONTAR-VALORES-EXIT.
009720     WRITE DRE-REPORT-LINE FROM DRE-LINHA-DETALHE.
009730     MOVE ' CUSTOS' TO DRE-REPORT-LINE.
009740     WRITE DRE-REPORT-LINE.
009750     COMPUTE DRE-LIN = DRE-ULTIMA-RECEITA + 1.
009760     PERFORM 5530-IMPRIMIR-ITEM THRU 5530-IMPRIMIR-ITEM-EXIT
009770         VARYING DRE-LIN FROM DRE-LIN BY 1
009780         UNTIL DRE-LIN > 12.
009790     MOVE '  CUSTO TOTAL' TO DRE-D-DESCRICAO.
009800     PERFORM 5550-COPIAR-CUSTO THRU 5550-COPIAR-CUSTO-EXIT
009810         VARYING DRE-COL FROM 1 BY 1 UNTIL DRE-COL > 4.
009820     PERFORM 5700-MONTAR-VALORES THRU 5700-MONTAR-VALORES-EXIT.
009830     WRITE DRE-REPORT-LINE FROM DRE-LINHA-DETALHE.
009840     MOVE ' RESULTADO' TO DRE-D-DESCRICAO.
009850     PERFORM 5560-COPIAR-RESULTADO
009860         THRU 5560-COPIAR-RESULTADO-EXIT
009870         VARYING DRE-COL FROM 1 BY 1 UNTIL DRE-COL > 4.
009880     PERFORM 5700-MONTAR-VALORES THRU 5700-MONTAR-VALORES-EXIT.
009890     WRITE DRE-REPORT-LINE FROM DRE-LINHA-DETALHE.
009900 5500-IMPRIMIR-BLOCO-EXIT.
009910     EXIT.
009920
009930 5510-SUBTOTALIZAR.
009940     PERFORM 5520-SUBTOTALIZAR-COLUNA
009950         THRU 5520-SUBTOTALIZAR-COLUNA-EXIT
009960         VARYING DRE-COL FROM 1 BY 1 UNTIL DRE-COL > 4.
009970 5510-SUBTOTALIZAR-EXIT.
009980     EXIT.
009990
010000 5520-SUBTOTALIZAR-COLUNA.
010010     IF DRE-LIN > DRE-ULTIMA-RECEITA
010020         ADD DRE-I-VALOR (DRE-LIN DRE-COL) TO DRE-CUSTO (DRE-COL)
010030         SUBTRACT DRE-I-VALOR (DRE-LIN DRE-COL)
010040             FROM DRE-RESULTADO (DRE-COL)
010050     ELSE
010060         ADD DRE-I-VALOR (DRE-LIN DRE-COL)
010070             TO DRE-RECEITA (DRE-COL) DRE-RESULTADO (DRE-COL)
010080     END-IF.
010090 5520-SUBTOTALIZAR-COLUNA-EXIT.
010100     EXIT.
010110
010120 5530-IMPRIMIR-ITEM.
010130     IF DRE-I-VALOR (DRE-LIN 1) = ZEROS
010140        AND DRE-I-VALOR (DRE-LIN 2) = ZEROS
010150        AND DRE-I-VALOR (DRE-LIN 3) = ZEROS
010160        AND DRE-I-VALOR (DRE-LIN 4) = ZEROS
010170         GO TO 5530-IMPRIMIR-ITEM-EXIT.
010180     MOVE SPACES TO DRE-D-DESCRICAO.
010190     STRING '   ' DRE-DESCRICAO (DRE-LIN)
010200         DELIMITED BY SIZE INTO DRE-D-DESCRICAO.
010210     PERFORM 5535-COPIAR-ITEM THRU 5535-COPIAR-ITEM-EXIT
010220         VARYING DRE-COL FROM 1 BY 1 UNTIL DRE-COL > 4.
010230     PERFORM 5700-MONTAR-VALORES THRU 5700-MONTAR-VALORES-EXIT.
010240     WRITE DRE-REPORT-LINE FROM DRE-LINHA-DETALHE.
010250 5530-IMPRIMIR-ITEM-EXIT.
010260     EXIT.
010270
010280 5535-COPIAR-ITEM.
010290     MOVE DRE-I-VALOR (DRE-LIN DRE-COL) TO DRE-V (DRE-COL).
010300 5535-COPIAR-ITEM-EXIT.
010310     EXIT.
010320
010330 5540-COPIAR-RECEITA.
010340     MOVE DRE-RECEITA (DRE-COL) TO DRE-V (DRE-COL).
010350 5540-COPIAR-RECEITA-EXIT.
010360     EXIT.
010370
010380 5550-COPIAR-CUSTO.
010390     MOVE DRE-CUSTO (DRE-COL) TO DRE-V (DRE-COL).
010400 5550-COPIAR-CUSTO-EXIT.
010410     EXIT.
010420
010430 5560-COPIAR-RESULTADO.
010440     MOVE DRE-RESULTADO (DRE-COL) TO DRE-V (DRE-COL).
010450 5560-COPIAR-RESULTADO-EXIT.
010460     EXIT.
010470
010480*=========================================================
010490* PAGINA CONSOLIDADA: DRE DE TODAS AS EMPRESAS JUNTAS E O
010500* RESULTADO DE CADA EMPRESA, COM A LEGENDA
010510*=========================================================
010520 5600-IMPRIMIR-CONSOLIDADO.
010530     MOVE SPACES TO DRE-REPORT-LINE.
010540     WRITE DRE-REPORT-LINE.
010550     WRITE DRE-REPORT-LINE FROM DRE-CABECALHO-1.
010560     MOVE SPACES TO DRE-REPORT-LINE.
010570     WRITE DRE-REPORT-LINE.
010580     MOVE ' CONSOLIDADO DAS EMPRESAS' TO DRE-REPORT-LINE.
010590     WRITE DRE-REPORT-LINE.
010600     WRITE DRE-REPORT-LINE FROM DRE-CABECALHO-2.
010610     WRITE DRE-REPORT-LINE FROM DRE-CABECALHO-3.
010620     MOVE SPACES TO DRE-REPORT-LINE.
010630     WRITE DRE-REPORT-LINE.
010640     MOVE DRE-TOTAL (2) TO DRE-IMPRESSAO.
010650     PERFORM 5500-IMPRIMIR-BLOCO THRU 5500-IMPRIMIR-BLOCO-EXIT.
010660     MOVE SPACES TO DRE-REPORT-LINE.
010670     WRITE DRE-REPORT-LINE.
010680     MOVE ' RESULTADO POR EMPRESA' TO DRE-REPORT-LINE.
010690     WRITE DRE-REPORT-LINE.
010700     PERFORM 5610-IMPRIMIR-RESUMO THRU 5610-IMPRIMIR-RESUMO-EXIT
010710         VARYING DRE-IX-RES FROM 1 BY 1
010720         UNTIL DRE-IX-RES > DRE-QTDE-RESUMO.
010730     MOVE SPACES TO DRE-REPORT-LINE.
010740     WRITE DRE-REPORT-LINE.
010750     MOVE DRE-ENCARGOS-PCT TO DRE-EN-PCT.
010760     WRITE DRE-REPORT-LINE FROM DRE-LINHA-ENCARGOS.
010770     MOVE ' VAR% = SOBRE O MESMO PERIODO DO ANO ANTERIOR '
010780         TO DRE-REPORT-LINE.
010790     MOVE '(999,9 = SEM VALOR NO ANO ANTERIOR)'
010800         TO DRE-REPORT-LINE (47:35).
010810     WRITE DRE-REPORT-LINE.
010820     MOVE ' CUSTOS COMPARTILHADOS = CAM E CONSUMO REPASSADOS '
010830         TO DRE-REPORT-LINE.
010840     MOVE 'NAS FATURAS (RATEIO INTEGRAL AOS LOTES OCUPADOS)'
010850         TO DRE-REPORT-LINE (51:48).
010860     WRITE DRE-REPORT-LINE.
010870 5600-IMPRIMIR-CONSOLIDADO-EXIT.
010880     EXIT.
010890
010900 5610-IMPRIMIR-RESUMO.
010910     MOVE SPACES TO DRE-D-DESCRICAO.
010920     STRING '   ' DRE-R-EMPRESA (DRE-IX-RES) ' - '
010930         DRE-R-NOME (DRE-IX-RES)
010940         DELIMITED BY SIZE INTO DRE-D-DESCRICAO.
010950     PERFORM 5620-COPIAR-RESUMO THRU 5620-COPIAR-RESUMO-EXIT
010960         VARYING DRE-COL FROM 1 BY 1 UNTIL DRE-COL > 4.
010970     PERFORM 5700-MONTAR-VALORES THRU 5700-MONTAR-VALORES-EXIT.
010980     WRITE DRE-REPORT-LINE FROM DRE-LINHA-DETALHE.
010990 5610-IMPRIMIR-RESUMO-EXIT.
011000     EXIT.
011010
011020 5620-COPIAR-RESUMO.
011030     MOVE DRE-R-VALOR (DRE-IX-RES DRE-COL) TO DRE-V (DRE-COL).
011040 5620-COPIAR-RESUMO-EXIT.
011050     EXIT.
011060
011070*=========================================================
011080* MONTA OS VALORES DA LINHA (DRE-V): MES X MES DO ANO
011090* ANTERIOR E ACUMULADO X ACUMULADO DO ANO ANTERIOR
011100*=========================================================
011110 5700-MONTAR-VALORES.
011120     MOVE DRE-V (1) TO DRE-D-MES DRE-ATUAL.
011130     MOVE DRE-V (2) TO DRE-D-MES-ANT DRE-ANTERIOR.
011140     PERFORM 5800-CALCULAR-VARIACAO
011150         THRU 5800-CALCULAR-VARIACAO-EXIT.
011160     MOVE DRE-PERCENTUAL TO DRE-D-VAR-MES.
011170     MOVE DRE-V (3) TO DRE-D-ACU DRE-ATUAL.
011180     MOVE DRE-V (4) TO DRE-D-ACU-ANT DRE-ANTERIOR.
011190     PERFORM 5800-CALCULAR-VARIACAO
011200         THRU 5800-CALCULAR-VARIACAO-EXIT.
011210     MOVE DRE-PERCENTUAL TO DRE-D-VAR-ACU.
011220 5700-MONTAR-VALORES-EXIT.
011230     EXIT.
011240
011250*=========================================================
011260* VARIACAO PERCENTUAL SOBRE O ANO ANTERIOR (EM MODULO, PARA
011270* O SINAL VALER TAMBEM COM RESULTADO NEGATIVO). SEM VALOR
011280* NO ANO ANTERIOR E COM VALOR NO ATUAL: 999,9
011290*=========================================================
011300 5800-CALCULAR-VARIACAO.
011310     IF DRE-ANTERIOR = ZEROS
011320         IF DRE-ATUAL = ZEROS
011330             MOVE ZEROS TO DRE-PERCENTUAL
011340         ELSE
011350             MOVE 999,9 TO DRE-PERCENTUAL
011360         END-IF
011370         GO TO 5800-CALCULAR-VARIACAO-EXIT.
011380     IF DRE-ANTERIOR < ZEROS
011390         COMPUTE DRE-BASE = ZEROS - DRE-ANTERIOR
011400     ELSE
011410         MOVE DRE-ANTERIOR TO DRE-BASE
011420     END-IF.
011430     COMPUTE DRE-PERCENTUAL ROUNDED =
011440         (DRE-ATUAL - DRE-ANTERIOR) * 100 / DRE-BASE
011450         ON SIZE ERROR
011460             MOVE 9999,9 TO DRE-PERCENTUAL
011470     END-COMPUTE.
011480 5800-CALCULAR-VARIACAO-EXIT.
011490     EXIT.
011500
011510*=========================================================
011520* LANCA DRE-L-VALOR NO ITEM DRE-L-ITEM DO CENTRO
011530* DRE-CHAVE-BUSCA, NAS COLUNAS DO PERIODO DRE-PERIODO-LIDO:
011540* MES OU ACUMULADO (ATE O MES DE REFERENCIA) DO ANO
011550* CORRENTE OU DO ANO ANTERIOR. FORA DELES, NADA
011560*=========================================================
011570 7000-LANCAR.
011580     IF DRE-L-VALOR = ZEROS
011590         GO TO 7000-LANCAR-EXIT.
011600     IF DRE-PERIODO-LIDO NOT NUMERIC
011610         GO TO 7000-LANCAR-EXIT.
011620     IF DRE-PL-MES > DRE-DATA-MES OR DRE-PL-MES = ZEROS
011630         GO TO 7000-LANCAR-EXIT.
011640     IF DRE-PL-ANO NOT = DRE-DATA-ANO
011650            AND DRE-PL-ANO NOT = DRE-ANO-ANTERIOR
011660         GO TO 7000-LANCAR-EXIT.
011670     PERFORM 8000-LOCALIZAR-CENTRO
011680         THRU 8000-LOCALIZAR-CENTRO-EXIT.
011690     IF DRE-IX = ZEROS
011700         GO TO 7000-LANCAR-EXIT.
011710     ADD 1 TO DRE-QTDE-LANCADOS.
011720     IF DRE-PL-ANO = DRE-DATA-ANO
011730         ADD DRE-L-VALOR TO DRE-T-VALOR (DRE-IX DRE-L-ITEM 3)
011740         IF DRE-PL-MES = DRE-DATA-MES
011750             ADD DRE-L-VALOR
011760                 TO DRE-T-VALOR (DRE-IX DRE-L-ITEM 1)
011770         END-IF
011780     ELSE
011790         ADD DRE-L-VALOR TO DRE-T-VALOR (DRE-IX DRE-L-ITEM 4)
011800         IF DRE-PL-MES = DRE-DATA-MES
011810             ADD DRE-L-VALOR
011820                 TO DRE-T-VALOR (DRE-IX DRE-L-ITEM 2)
011830         END-IF
011840     END-IF.
011850 7000-LANCAR-EXIT.
011860     EXIT.
011870
011880*=========================================================
011890* LOCALIZA DRE-CHAVE-BUSCA NA TABELA (DRE-IX); NAO ACHANDO,
011900* INCLUI NA POSICAO DA ORDEM. TABELA CHEIA = DRE-IX ZERO E
011910* AVISO (RC 4)
011920*=========================================================
011930 8000-LOCALIZAR-CENTRO.
011940     MOVE 1 TO DRE-IX.
011950     MOVE 'N' TO DRE-SW-POSICAO.
011960     PERFORM 8010-COMPARAR-CHAVE THRU 8010-COMPARAR-CHAVE-EXIT
011970         UNTIL DRE-POSICAO-ACHADA.
011980     IF DRE-IX NOT > DRE-QTDE-CENTROS
011990         IF DRE-T-CHAVE (DRE-IX) = DRE-CHAVE-BUSCA
012000             GO TO 8000-LOCALIZAR-CENTRO-EXIT
012010         END-IF
012020     END-IF.
012030     IF DRE-QTDE-CENTROS = 200
012040         IF NOT DRE-TABELA-CHEIA
012050             SET DRE-TABELA-CHEIA TO TRUE
012060             DISPLAY 'TABELA EMPRESA/CENTRO DE CUSTO CHEIA '
012070                 '(200) - LANCAMENTOS EXCEDENTES FORA DA DRE'
012080             MOVE 4 TO DRE-RETORNO
012090         END-IF
012100         MOVE ZEROS TO DRE-IX
012110         GO TO 8000-LOCALIZAR-CENTRO-EXIT.
012120     ADD 1 TO DRE-QTDE-CENTROS.
012130     PERFORM 8020-DESLOCAR-CENTRO THRU 8020-DESLOCAR-CENTRO-EXIT
012140         VARYING DRE-SUB FROM DRE-QTDE-CENTROS BY -1
012150         UNTIL DRE-SUB NOT > DRE-IX.
012160     MOVE DRE-CHAVE-BUSCA TO DRE-T-CHAVE (DRE-IX).
012170     INITIALIZE DRE-T-VALORES (DRE-IX).
012180 8000-LOCALIZAR-CENTRO-EXIT.
012190     EXIT.
012200
012210 8010-COMPARAR-CHAVE.
012220     IF DRE-IX > DRE-QTDE-CENTROS
012230         SET DRE-POSICAO-ACHADA TO TRUE
012240         GO TO 8010-COMPARAR-CHAVE-EXIT.
012250     IF DRE-T-CHAVE (DRE-IX) NOT < DRE-CHAVE-BUSCA
012260         SET DRE-POSICAO-ACHADA TO TRUE
012270         GO TO 8010-COMPARAR-CHAVE-EXIT.
012280     ADD 1 TO DRE-IX.
012290 8010-COMPARAR-CHAVE-EXIT.
012300     EXIT.
012310
012320 8020-DESLOCAR-CENTRO.
012330     MOVE DRE-CENTRO (DRE-SUB - 1) TO DRE-CENTRO (DRE-SUB).
012340 8020-DESLOCAR-CENTRO-EXIT.
012350     EXIT.
012360
012370*=========================================================
012380* EMPRESA DO LOTE DRE-LOTE-BUSCA NA TABELA DO LOTS - FORA
012390* DA TABELA = EMPRESA 01
012400*=========================================================
012410 8200-EMPRESA-DO-LOTE.
012420     MOVE DRE-EMPRESA-PADRAO TO DRE-B-EMPRESA.
012430     PERFORM 8210-COMPARAR-LOTE THRU 8210-COMPARAR-LOTE-EXIT
012440         VARYING DRE-IX-LOTE FROM 1 BY 1
012450         UNTIL DRE-IX-LOTE > DRE-QTDE-LOTES.
012460 8200-EMPRESA-DO-LOTE-EXIT.
012470     EXIT.
012480
012490 8210-COMPARAR-LOTE.
012500     IF DRE-LT-ID (DRE-IX-LOTE) = DRE-LOTE-BUSCA
012510         MOVE DRE-LT-EMPRESA (DRE-IX-LOTE) TO DRE-B-EMPRESA
012520         MOVE DRE-QTDE-LOTES TO DRE-IX-LOTE
012530     END-IF.
012540 8210-COMPARAR-LOTE-EXIT.
012550     EXIT.
012560
012570*=========================================================
012580* NOME DO CENTRO DE CUSTO: DEPARTAMENTO DO DEPTMAST; OS
012590* CENTROS DA PROPRIA DRE (ALUG, FRET, ESCO, GERA) TEM NOME
012600* FIXO QUANDO NAO ESTAO CADASTRADOS
012610*=========================================================
012620 8300-NOME-CENTRO.
012630     MOVE SPACES TO DRE-NOME-CENTRO.
012640     IF DRE-TEM-DEPTMAST
012650         MOVE DRE-CC-CODIGO TO DEP-CODIGO
012660         READ DEPARTMENT-MASTER
012670             INVALID KEY
012680                 CONTINUE
012690             NOT INVALID KEY
012700                 MOVE DEP-NOME TO DRE-NOME-CENTRO
012710         END-READ
012720     END-IF.
012730     IF DRE-NOME-CENTRO NOT = SPACES
012740         GO TO 8300-NOME-CENTRO-EXIT.
012750     EVALUATE DRE-CC-CODIGO
012760         WHEN 'ALUG'
012770             MOVE 'LOCACAO DE LOTES' TO DRE-NOME-CENTRO
012780         WHEN 'FRET'
012790             MOVE 'FRETES' TO DRE-NOME-CENTRO
012800         WHEN 'ESCO'
012810             MOVE 'ESCOLA' TO DRE-NOME-CENTRO
012820         WHEN 'GERA'
012830             MOVE 'GERAL' TO DRE-NOME-CENTRO
012840         WHEN OTHER
012850             MOVE 'CENTRO NAO CADASTRADO' TO DRE-NOME-CENTRO
012860     END-EVALUATE.
012870 8300-NOME-CENTRO-EXIT.
012880     EXIT.
012890
012900 9000-FINALIZAR.
012910     IF DRE-EMPMAST-DISPONIVEL
012920         CLOSE EMPLOYEE-MASTER
012930     END-IF.
012940     IF DRE-ORDERS-DISPONIVEL
012950         CLOSE ORDERS-FILE
012960     END-IF.
012970     IF DRE-TEM-DEPTMAST
012980         CLOSE DEPARTMENT-MASTER
012990     END-IF.
013000     IF DRE-TEM-COMPMAST
013010         CLOSE COMPANY-MASTER
013020     END-IF.
013030     CLOSE DRE-REPORT.
013040     DISPLAY 'DRE GERENCIAL ' DRE-PERIODO-REF
013050         ' - REGISTROS LIDOS: ' DRE-QTDE-LIDOS
013060         ' - LANCAMENTOS: ' DRE-QTDE-LANCADOS
013070         ' - CENTROS: ' DRE-QTDE-CENTROS.
013080 9000-FINALIZAR-EXIT.
013090     EXIT.
