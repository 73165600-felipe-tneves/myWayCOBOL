000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCB101.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE PATRIMONIO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: RELATORIO MENSAL DE MANUTENCAO POR LOTE DO
000100*           GALPAO (MANRPT): PARA CADA LOTE, O ALUGUEL
000110*           FATURADO NO MES (FATURAS DO RENTINV EMITIDAS NO
000120*           MES, SEM A LINHA DE MANUTENCAO) CONTRA O GASTO
000130*           COM AS ORDENS DE SERVICO FECHADAS NO MES
000140*           (ORDMANUT, CONSOLE PROGCB100), SEPARADO EM
000150*           RESPONSABILIDADE DO LOCATARIO E DO PROPRIETARIO,
000160*           COM O PERCENTUAL DO GASTO SOBRE O ALUGUEL, A
000170*           MANUTENCAO COBRADA NAS FATURAS DO MES E AS
000180*           ORDENS AINDA ABERTAS (QUANTIDADE E CUSTO
000190*           PREVISTO). LOTE 00000 = AREAS COMUNS. RODA NO
000200*           FECHAMENTO MENSAL (PROGCOB75).
000210* OBS: DATA DE PROCESSAMENTO = BUSIDATE, SE DIFERENTE DE
000220*      ZEROS, SENAO A DO SISTEMA; O MES DO RELATORIO E O
000230*      DA DATA DE PROCESSAMENTO. OS LOTES SAEM NA ORDEM DO
000240*      ARQUIVO DE LOTES E SO OS QUE TIVERAM ALUGUEL OU
000250*      MANUTENCAO. SEM O RENTINV O RELATORIO SAI SO COM A
000260*      MANUTENCAO E TERMINA COM RC 4 (AVISO).
000270* -----------------------------------------------------
000280* HISTORICO DE ALTERACOES
000290* 15/10/2026 FT  PROGRAMA CRIADO.
000290* 15/10/2026 FT  PARCELA DE ACORDO DE PARCELAMENTO E SALDO DE
000290*                ACORDO ROMPIDO NAO CONTAM COMO ALUGUEL
000290*                FATURADO NO MES (O ALUGUEL JA CONTOU NA
000290*                FATURA ORIGINAL).
000300***********************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SPECIAL-NAMES.
000340     DECIMAL-POINT IS COMMA.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT WORK-ORDERS ASSIGN TO 'ORDMANUT'
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS OMT-CHAVE
000410         FILE STATUS IS MNT-ORDMANUT-STATUS.
000420     SELECT RENT-INVOICES ASSIGN TO 'RENTINV'
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS INV-NUMERO
000460         FILE STATUS IS MNT-RENTINV-STATUS.
000470     SELECT LOTS-FILE ASSIGN TO 'LOTS'
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS MNT-LOTS-STATUS.
000500     SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSIDATE'
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS MNT-BUSIDATE-STATUS.
000530     SELECT MAINTENANCE-REPORT ASSIGN TO 'MANRPT'
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS MNT-REPORT-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  WORK-ORDERS.
000590     COPY ORDMANUT.
000600 FD  RENT-INVOICES.
000610     COPY RENTINV.
000620 FD  LOTS-FILE.
000630     COPY LOTREC.
000640 FD  BUSINESS-DATE-FILE.
000650     COPY BUSIDATE.
000660 FD  MAINTENANCE-REPORT
000670     RECORD CONTAINS 132 CHARACTERS.
000680 01  MNT-REPORT-LINE          PIC X(132).
000690 WORKING-STORAGE SECTION.
000700 01  MNT-SWITCHES.
000710     05  MNT-ORDMANUT-STATUS  PIC X(02) VALUE '00'.
000720         88  MNT-ORDMANUT-EOF     VALUE '10'.
000730     05  MNT-RENTINV-STATUS   PIC X(02) VALUE '00'.
000740         88  MNT-RENTINV-EOF      VALUE '10'.
000750     05  MNT-LOTS-STATUS      PIC X(02) VALUE '00'.
000760         88  MNT-LOTS-EOF         VALUE '10'.
000770     05  MNT-BUSIDATE-STATUS  PIC X(02) VALUE '00'.
000780     05  MNT-REPORT-STATUS    PIC X(02) VALUE '00'.
000790     05  MNT-SW-TABELA-CHEIA  PIC X(01) VALUE 'N'.
000800         88  MNT-TABELA-CHEIA     VALUE 'S'.
000810     05  MNT-SW-LOTE          PIC X(01) VALUE 'N'.
000820         88  MNT-LOTE-ACHADO      VALUE 'S'.
000830
000840 01  MNT-DATASISTEMA.
000850     05  MNT-DATA-ANO         PIC 9(04).
000860     05  MNT-DATA-MES         PIC 9(02).
000870     05  MNT-DATA-DIA         PIC 9(02).
000880 01  MNT-DATA-LIDA.
000890     05  MNT-DL-ANO-MES       PIC 9(06).
000900     05  MNT-DL-DIA           PIC 9(02).
000910
000920*    ACUMULADOS POR LOTE NO MES - A LINHA 1 E A DAS AREAS
000930*    COMUNS (LOTE 00000); OS DEMAIS LOTES NA ORDEM DO
000940*    ARQUIVO DE LOTES, DEPOIS OS QUE SO APARECEM NAS
000950*    FATURAS OU NAS ORDENS
000960 01  MNT-TABELA-LOTES.
000970     05  MNT-QTDE-LOTES       PIC 9(03) COMP VALUE ZEROS.
000980     05  MNT-LOTE OCCURS 500 TIMES.
000990         10  MNT-L-LOTE       PIC 9(05).
001000         10  MNT-L-ALUGUEL    PIC 9(09)V99 COMP-3.
001010         10  MNT-L-COBRADO    PIC 9(09)V99 COMP-3.
001020         10  MNT-L-LOCATARIO  PIC 9(09)V99 COMP-3.
001030         10  MNT-L-PROPRIETARIO PIC 9(09)V99 COMP-3.
001040         10  MNT-L-QTDE-ABERTAS PIC 9(03) COMP.
001050         10  MNT-L-CUSTO-ABERTAS PIC 9(09)V99 COMP-3.
001060
001070 01  MNT-AREA-TRABALHO.
001080     05  MNT-IX               PIC 9(03) COMP VALUE ZEROS.
001090     05  MNT-ANO-MES          PIC 9(06) VALUE ZEROS.
001100     05  MNT-LOTE-PROCURADO   PIC 9(05) VALUE ZEROS.
001110     05  MNT-ALUGUEL-FATURA   PIC 9(09)V99 VALUE ZEROS.
001120     05  MNT-GASTO-LOTE       PIC 9(09)V99 VALUE ZEROS.
001130     05  MNT-PERCENTUAL       PIC 9(05)V9 VALUE ZEROS.
001140     05  MNT-RETORNO          PIC 9(02) VALUE ZEROS.
001150     05  MNT-QTDE-IMPRESSOS   PIC 9(05) COMP VALUE ZEROS.
001160     05  MNT-QTDE-FATURAS     PIC 9(05) COMP VALUE ZEROS.
001170     05  MNT-QTDE-FECHADAS    PIC 9(05) COMP VALUE ZEROS.
001180
001190 01  MNT-TOTAIS.
001200     05  MNT-T-ALUGUEL        PIC 9(11)V99 COMP-3 VALUE ZEROS.
001210     05  MNT-T-COBRADO        PIC 9(11)V99 COMP-3 VALUE ZEROS.
001220     05  MNT-T-LOCATARIO      PIC 9(11)V99 COMP-3 VALUE ZEROS.
001230     05  MNT-T-PROPRIETARIO   PIC 9(11)V99 COMP-3 VALUE ZEROS.
001240     05  MNT-T-GASTO          PIC 9(11)V99 COMP-3 VALUE ZEROS.
001250     05  MNT-T-QTDE-ABERTAS   PIC 9(05) COMP VALUE ZEROS.
001260     05  MNT-T-CUSTO-ABERTAS  PIC 9(11)V99 COMP-3 VALUE ZEROS.
001270
001280 01  MNT-CABECALHO-1.
001290     05  FILLER               PIC X(41) VALUE
001300         '===== MANUTENCAO X ALUGUEL POR LOTE - MES'.
001310     05  FILLER               PIC X(01) VALUE SPACES.
001320     05  MNT-C1-MES           PIC 9(06).
001330     05  FILLER               PIC X(06) VALUE ' ====='.
001340     05  FILLER               PIC X(78) VALUE SPACES.
001350
001360 01  MNT-CABECALHO-2.
001370     05  FILLER               PIC X(01) VALUE SPACES.
001380     05  FILLER               PIC X(05) VALUE 'LOTE '.
001390     05  FILLER               PIC X(15) VALUE
001400         '  ALUGUEL FATUR'.
001410     05  FILLER               PIC X(15) VALUE
001420         '  MANUT COBRADA'.
001430     05  FILLER               PIC X(15) VALUE
001440         '   OS LOCATARIO'.
001450     05  FILLER               PIC X(15) VALUE
001460         '  OS PROPRIETAR'.
001470     05  FILLER               PIC X(15) VALUE
001480         '    TOTAL MANUT'.
001490     05  FILLER               PIC X(08) VALUE
001500         '  % ALUG'.
001510     05  FILLER               PIC X(08) VALUE
001520         ' ABERTAS'.
001530     05  FILLER               PIC X(15) VALUE
001540         '  PREV. ABERTAS'.
001550     05  FILLER               PIC X(20) VALUE SPACES.
001560
001570 01  MNT-LINHA-DETALHE.
001580     05  FILLER               PIC X(01) VALUE SPACES.
001590     05  MNT-D-LOTE           PIC X(05).
001600     05  FILLER               PIC X(01) VALUE SPACES.
001610     05  MNT-D-ALUGUEL        PIC ZZZ.ZZZ.ZZ9,99.
001620     05  FILLER               PIC X(01) VALUE SPACES.
001630     05  MNT-D-COBRADO        PIC ZZZ.ZZZ.ZZ9,99.
001640     05  FILLER               PIC X(01) VALUE SPACES.
001650     05  MNT-D-LOCATARIO      PIC ZZZ.ZZZ.ZZ9,99.
001660     05  FILLER               PIC X(01) VALUE SPACES.
001670     05  MNT-D-PROPRIETARIO   PIC ZZZ.ZZZ.ZZ9,99.
001680     05  FILLER               PIC X(01) VALUE SPACES.
001690     05  MNT-D-GASTO          PIC ZZZ.ZZZ.ZZ9,99.
001700     05  FILLER               PIC X(01) VALUE SPACES.
001710     05  MNT-D-PERCENTUAL     PIC ZZZZ9,9.
001720     05  FILLER               PIC X(03) VALUE SPACES.
001730     05  MNT-D-QTDE-ABERTAS   PIC ZZZZ9.
001740     05  FILLER               PIC X(01) VALUE SPACES.
001750     05  MNT-D-CUSTO-ABERTAS  PIC ZZZ.ZZZ.ZZ9,99.
001760     05  FILLER               PIC X(20) VALUE SPACES.
001770
001780 01  MNT-LINHA-RESUMO.
001790     05  FILLER               PIC X(01) VALUE SPACES.
001800     05  MNT-R-ROTULO         PIC X(40).
001810     05  MNT-R-QTDE           PIC ZZ.ZZ9.
001820     05  FILLER               PIC X(85) VALUE SPACES.
001830
001840 PROCEDURE DIVISION.
001850
001860 0000-MAINLINE.
001870     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001880     PERFORM 2000-SOMAR-FATURAS THRU 2000-SOMAR-FATURAS-EXIT.
001890     PERFORM 3000-SOMAR-ORDENS THRU 3000-SOMAR-ORDENS-EXIT.
001900     PERFORM 4000-IMPRIMIR-RELATORIO
001910         THRU 4000-IMPRIMIR-RELATORIO-EXIT.
001920     CLOSE MAINTENANCE-REPORT.
001930     IF MNT-TABELA-CHEIA AND MNT-RETORNO = ZEROS
001940         MOVE 4 TO MNT-RETORNO
001950     END-IF.
001960     MOVE MNT-RETORNO TO RETURN-CODE.
001970     GOBACK.
001980
001990*=========================================================
002000* DATA DE PROCESSAMENTO, MES DO RELATORIO E CARGA DOS
002010* LOTES (AREAS COMUNS PRIMEIRO)
002020*=========================================================
002030 1000-INICIALIZAR.
002040     ACCEPT MNT-DATASISTEMA FROM DATE YYYYMMDD.
002050     OPEN INPUT BUSINESS-DATE-FILE.
002060     IF MNT-BUSIDATE-STATUS = '00'
002070         READ BUSINESS-DATE-FILE
002080             AT END
002090                 CONTINUE
002100             NOT AT END
002110                 IF BSD-DATA NOT = ZEROS
002120                     MOVE BSD-DATA TO MNT-DATASISTEMA
002130                 END-IF
002140         END-READ
002150         CLOSE BUSINESS-DATE-FILE
002160     END-IF.
002170     MOVE MNT-DATASISTEMA (1:6) TO MNT-ANO-MES.
002180     OPEN OUTPUT MAINTENANCE-REPORT.
002190     MOVE ZEROS TO MNT-LOTE-PROCURADO.
002200     PERFORM 1200-INCLUIR-LOTE THRU 1200-INCLUIR-LOTE-EXIT.
002210     OPEN INPUT LOTS-FILE.
002220     IF MNT-LOTS-STATUS NOT = '00'
002230         DISPLAY 'ARQUIVO DE LOTES AUSENTE - LOTES NA ORDEM '
002240             'DAS FATURAS E ORDENS'
002250         GO TO 1000-INICIALIZAR-EXIT.
002260     READ LOTS-FILE
002270         AT END SET MNT-LOTS-EOF TO TRUE
002280     END-READ.
002290     PERFORM 1100-CARREGAR-LOTE THRU 1100-CARREGAR-LOTE-EXIT
002300         UNTIL MNT-LOTS-EOF.
002310     CLOSE LOTS-FILE.
002320 1000-INICIALIZAR-EXIT.
002330     EXIT.
002340
002350 1100-CARREGAR-LOTE.
002360     MOVE LOT-ID TO MNT-LOTE-PROCURADO.
002370     PERFORM 1300-LOCALIZAR-LOTE THRU 1300-LOCALIZAR-LOTE-EXIT.
002380     READ LOTS-FILE
002390         AT END SET MNT-LOTS-EOF TO TRUE
002400     END-READ.
002410 1100-CARREGAR-LOTE-EXIT.
002420     EXIT.
002430
002440*=========================================================
002450* NOVA LINHA ZERADA NA TABELA PARA O LOTE PROCURADO.
002460* TABELA CHEIA: O LOTE FICA FORA DO RELATORIO (AVISO E
002470* RC 4) E MNT-IX VOLTA ZERO
002480*=========================================================
002490 1200-INCLUIR-LOTE.
002500     MOVE ZEROS TO MNT-IX.
002510     IF MNT-QTDE-LOTES NOT < 500
002520         IF NOT MNT-TABELA-CHEIA
002530             DISPLAY 'ATENCAO: MAIS DE 500 LOTES - EXCEDENTES '
002540                 'FORA DO RELATORIO'
002550             SET MNT-TABELA-CHEIA TO TRUE
002560         END-IF
002570         GO TO 1200-INCLUIR-LOTE-EXIT.
002580     ADD 1 TO MNT-QTDE-LOTES.
002590     MOVE MNT-QTDE-LOTES TO MNT-IX.
002600     MOVE MNT-LOTE-PROCURADO TO MNT-L-LOTE (MNT-IX).
002610     MOVE ZEROS TO MNT-L-ALUGUEL (MNT-IX)
002620                   MNT-L-COBRADO (MNT-IX)
002630                   MNT-L-LOCATARIO (MNT-IX)
002640                   MNT-L-PROPRIETARIO (MNT-IX)
002650                   MNT-L-QTDE-ABERTAS (MNT-IX)
002660                   MNT-L-CUSTO-ABERTAS (MNT-IX).
002670 1200-INCLUIR-LOTE-EXIT.
002680     EXIT.
002690
002700*=========================================================
002710* POSICIONA MNT-IX NA LINHA DO LOTE PROCURADO, INCLUINDO
002720* O LOTE QUANDO AINDA NAO ESTA NA TABELA
002730*=========================================================
002740 1300-LOCALIZAR-LOTE.
002750     MOVE 1 TO MNT-IX.
002760     MOVE 'N' TO MNT-SW-LOTE.
002770     PERFORM 1310-COMPARAR-LOTE THRU 1310-COMPARAR-LOTE-EXIT
002780         UNTIL MNT-IX > MNT-QTDE-LOTES OR MNT-LOTE-ACHADO.
002790     IF NOT MNT-LOTE-ACHADO
002800         PERFORM 1200-INCLUIR-LOTE THRU 1200-INCLUIR-LOTE-EXIT
002810     END-IF.
002820 1300-LOCALIZAR-LOTE-EXIT.
002830     EXIT.
002840
002850 1310-COMPARAR-LOTE.
002860     IF MNT-L-LOTE (MNT-IX) = MNT-LOTE-PROCURADO
002870         SET MNT-LOTE-ACHADO TO TRUE
002880         GO TO 1310-COMPARAR-LOTE-EXIT.
002890     ADD 1 TO MNT-IX.
002900 1310-COMPARAR-LOTE-EXIT.
002910     EXIT.
002920
002930*=========================================================
002940* FATURAS EMITIDAS NO MES: ALUGUEL FATURADO = VALOR DA
002950* FATURA MENOS A LINHA DE MANUTENCAO, QUE SAI A PARTE
002960*=========================================================
002970 2000-SOMAR-FATURAS.
002980     OPEN INPUT RENT-INVOICES.
002990     IF MNT-RENTINV-STATUS NOT = '00'
003000         DISPLAY 'ARQUIVO DE FATURAS INDISPONIVEL - STATUS '
003010             MNT-RENTINV-STATUS ' - SEM O ALUGUEL FATURADO'
003020         MOVE 4 TO MNT-RETORNO
003030         GO TO 2000-SOMAR-FATURAS-EXIT.
003040     READ RENT-INVOICES
003050         AT END SET MNT-RENTINV-EOF TO TRUE
003060     END-READ.
003070     PERFORM 2100-SOMAR-FATURA THRU 2100-SOMAR-FATURA-EXIT
003080         UNTIL MNT-RENTINV-EOF.
003090     CLOSE RENT-INVOICES.
003100 2000-SOMAR-FATURAS-EXIT.
003110     EXIT.
003120
003130 2100-SOMAR-FATURA.
003140     MOVE INV-DATA-EMISSAO TO MNT-DATA-LIDA.
003150     IF MNT-DL-ANO-MES NOT = MNT-ANO-MES
003160         GO TO 2100-SOMAR-FATURA-LER.
003160     IF INV-GERADA-ACORDO
003160         GO TO 2100-SOMAR-FATURA-LER.
003170     MOVE INV-LOTE-ID TO MNT-LOTE-PROCURADO.
003180     PERFORM 1300-LOCALIZAR-LOTE THRU 1300-LOCALIZAR-LOTE-EXIT.
003190     IF MNT-IX = ZEROS
003200         GO TO 2100-SOMAR-FATURA-LER.
003210     ADD 1 TO MNT-QTDE-FATURAS.
003220     IF INV-MANUTENCAO > INV-VALOR-BRL
003230         MOVE ZEROS TO MNT-ALUGUEL-FATURA
003240     ELSE
003250         COMPUTE MNT-ALUGUEL-FATURA =
003260             INV-VALOR-BRL - INV-MANUTENCAO
003270     END-IF.
003280     ADD MNT-ALUGUEL-FATURA TO MNT-L-ALUGUEL (MNT-IX).
003290     ADD INV-MANUTENCAO TO MNT-L-COBRADO (MNT-IX).
003300 2100-SOMAR-FATURA-LER.
003310     READ RENT-INVOICES
003320         AT END SET MNT-RENTINV-EOF TO TRUE
003330     END-READ.
003340 2100-SOMAR-FATURA-EXIT.
003350     EXIT.
003360
003370*=========================================================
003380* ORDENS DE SERVICO: FECHADAS NO MES ENTRAM NO GASTO PELO
003390* RESPONSAVEL; ABERTAS (DE QUALQUER DATA) PELO CUSTO
003400* PREVISTO; CANCELADAS NAO CONTAM
003410*=========================================================
003420 3000-SOMAR-ORDENS.
003430     OPEN INPUT WORK-ORDERS.
003440     IF MNT-ORDMANUT-STATUS NOT = '00'
003450         DISPLAY 'ARQUIVO DE ORDENS DE MANUTENCAO AUSENTE - '
003460             'STATUS ' MNT-ORDMANUT-STATUS ' - SEM GASTO NO MES'
003470         GO TO 3000-SOMAR-ORDENS-EXIT.
003480     READ WORK-ORDERS
003490         AT END SET MNT-ORDMANUT-EOF TO TRUE
003500     END-READ.
003510     PERFORM 3100-SOMAR-ORDEM THRU 3100-SOMAR-ORDEM-EXIT
003520         UNTIL MNT-ORDMANUT-EOF.
003530     CLOSE WORK-ORDERS.
003540 3000-SOMAR-ORDENS-EXIT.
003550     EXIT.
003560
003570 3100-SOMAR-ORDEM.
003580     IF OMT-CANCELADA
003590         GO TO 3100-SOMAR-ORDEM-LER.
003600     IF OMT-FECHADA
003610         MOVE OMT-DATA-FECHAMENTO TO MNT-DATA-LIDA
003620         IF MNT-DL-ANO-MES NOT = MNT-ANO-MES
003630             GO TO 3100-SOMAR-ORDEM-LER
003640         END-IF
003650     END-IF.
003660     MOVE OMT-LOTE-ID TO MNT-LOTE-PROCURADO.
003670     PERFORM 1300-LOCALIZAR-LOTE THRU 1300-LOCALIZAR-LOTE-EXIT.
003680     IF MNT-IX = ZEROS
003690         GO TO 3100-SOMAR-ORDEM-LER.
003700     EVALUATE TRUE
003710         WHEN OMT-ABERTA
003720             ADD 1 TO MNT-L-QTDE-ABERTAS (MNT-IX)
003730             ADD OMT-CUSTO TO MNT-L-CUSTO-ABERTAS (MNT-IX)
003740         WHEN OMT-RESP-LOCATARIO
003750             ADD 1 TO MNT-QTDE-FECHADAS
003760             ADD OMT-CUSTO TO MNT-L-LOCATARIO (MNT-IX)
003770         WHEN OTHER
003780             ADD 1 TO MNT-QTDE-FECHADAS
003790             ADD OMT-CUSTO TO MNT-L-PROPRIETARIO (MNT-IX)
003800     END-EVALUATE.
003810 3100-SOMAR-ORDEM-LER.
003820     READ WORK-ORDERS
003830         AT END SET MNT-ORDMANUT-EOF TO TRUE
003840     END-READ.
003850 3100-SOMAR-ORDEM-EXIT.
003860     EXIT.
003870
003880*=========================================================
003890* UMA LINHA POR LOTE COM ALUGUEL OU MANUTENCAO NO MES, O
003900* TOTAL GERAL E O RESUMO DAS QUANTIDADES
003910*=========================================================
003920 4000-IMPRIMIR-RELATORIO.
003930     MOVE MNT-ANO-MES TO MNT-C1-MES.
003940     WRITE MNT-REPORT-LINE FROM MNT-CABECALHO-1.
003950     MOVE SPACES TO MNT-REPORT-LINE.
003960     WRITE MNT-REPORT-LINE.
003970     WRITE MNT-REPORT-LINE FROM MNT-CABECALHO-2.
003980     MOVE 1 TO MNT-IX.
003990     PERFORM 4100-IMPRIMIR-LOTE THRU 4100-IMPRIMIR-LOTE-EXIT
004000         UNTIL MNT-IX > MNT-QTDE-LOTES.
004010     MOVE SPACES TO MNT-REPORT-LINE.
004020     WRITE MNT-REPORT-LINE.
004030     MOVE 'TOTAL' TO MNT-D-LOTE.
004040     MOVE MNT-T-ALUGUEL TO MNT-D-ALUGUEL.
004050     MOVE MNT-T-COBRADO TO MNT-D-COBRADO.
004060     MOVE MNT-T-LOCATARIO TO MNT-D-LOCATARIO.
004070     MOVE MNT-T-PROPRIETARIO TO MNT-D-PROPRIETARIO.
004080     MOVE MNT-T-GASTO TO MNT-D-GASTO.
004090     MOVE ZEROS TO MNT-PERCENTUAL.
004100     IF MNT-T-ALUGUEL > ZEROS
004110         COMPUTE MNT-PERCENTUAL ROUNDED =
004120             MNT-T-GASTO * 100 / MNT-T-ALUGUEL
004130             ON SIZE ERROR
004140                 MOVE 99999,9 TO MNT-PERCENTUAL
004150         END-COMPUTE
004160     END-IF.
004170     MOVE MNT-PERCENTUAL TO MNT-D-PERCENTUAL.
004180     MOVE MNT-T-QTDE-ABERTAS TO MNT-D-QTDE-ABERTAS.
004190     MOVE MNT-T-CUSTO-ABERTAS TO MNT-D-CUSTO-ABERTAS.
004200     WRITE MNT-REPORT-LINE FROM MNT-LINHA-DETALHE.
004210     MOVE SPACES TO MNT-REPORT-LINE.
004220     WRITE MNT-REPORT-LINE.
004230     MOVE 'LOTES LISTADOS......................:'
004240         TO MNT-R-ROTULO.
004250     MOVE MNT-QTDE-IMPRESSOS TO MNT-R-QTDE.
004260     WRITE MNT-REPORT-LINE FROM MNT-LINHA-RESUMO.
004270     MOVE 'FATURAS EMITIDAS NO MES.............:'
004280         TO MNT-R-ROTULO.
004290     MOVE MNT-QTDE-FATURAS TO MNT-R-QTDE.
004300     WRITE MNT-REPORT-LINE FROM MNT-LINHA-RESUMO.
004310     MOVE 'ORDENS DE SERVICO FECHADAS NO MES...:'
004320         TO MNT-R-ROTULO.
004330     MOVE MNT-QTDE-FECHADAS TO MNT-R-QTDE.
004340     WRITE MNT-REPORT-LINE FROM MNT-LINHA-RESUMO.
004350     MOVE 'ORDENS DE SERVICO AINDA ABERTAS.....:'
004360         TO MNT-R-ROTULO.
004370     MOVE MNT-T-QTDE-ABERTAS TO MNT-R-QTDE.
004380     WRITE MNT-REPORT-LINE FROM MNT-LINHA-RESUMO.
004390 4000-IMPRIMIR-RELATORIO-EXIT.
004400     EXIT.
004410
004420 4100-IMPRIMIR-LOTE.
004430     COMPUTE MNT-GASTO-LOTE = MNT-L-LOCATARIO (MNT-IX)
004440         + MNT-L-PROPRIETARIO (MNT-IX).
004450     IF MNT-L-ALUGUEL (MNT-IX) = ZEROS
004460             AND MNT-L-COBRADO (MNT-IX) = ZEROS
004470             AND MNT-GASTO-LOTE = ZEROS
004480             AND MNT-L-QTDE-ABERTAS (MNT-IX) = ZEROS
004490         GO TO 4100-IMPRIMIR-LOTE-SEGUE.
004500     IF MNT-L-LOTE (MNT-IX) = ZEROS
004510         MOVE 'COMUM' TO MNT-D-LOTE
004520     ELSE
004530         MOVE MNT-L-LOTE (MNT-IX) TO MNT-D-LOTE
004540     END-IF.
004550     MOVE MNT-L-ALUGUEL (MNT-IX) TO MNT-D-ALUGUEL.
004560     MOVE MNT-L-COBRADO (MNT-IX) TO MNT-D-COBRADO.
004570     MOVE MNT-L-LOCATARIO (MNT-IX) TO MNT-D-LOCATARIO.
004580     MOVE MNT-L-PROPRIETARIO (MNT-IX) TO MNT-D-PROPRIETARIO.
004590     MOVE MNT-GASTO-LOTE TO MNT-D-GASTO.
004600     MOVE ZEROS TO MNT-PERCENTUAL.
004610     IF MNT-L-ALUGUEL (MNT-IX) > ZEROS
004620         COMPUTE MNT-PERCENTUAL ROUNDED =
004630             MNT-GASTO-LOTE * 100 / MNT-L-ALUGUEL (MNT-IX)
004640             ON SIZE ERROR
004650                 MOVE 99999,9 TO MNT-PERCENTUAL
004660         END-COMPUTE
004670     END-IF.
004680     MOVE MNT-PERCENTUAL TO MNT-D-PERCENTUAL.
004690     MOVE MNT-L-QTDE-ABERTAS (MNT-IX) TO MNT-D-QTDE-ABERTAS.
004700     MOVE MNT-L-CUSTO-ABERTAS (MNT-IX) TO MNT-D-CUSTO-ABERTAS.
004710     WRITE MNT-REPORT-LINE FROM MNT-LINHA-DETALHE.
004720     ADD 1 TO MNT-QTDE-IMPRESSOS.
004730     ADD MNT-L-ALUGUEL (MNT-IX) TO MNT-T-ALUGUEL.
004740     ADD MNT-L-COBRADO (MNT-IX) TO MNT-T-COBRADO.
004750     ADD MNT-L-LOCATARIO (MNT-IX) TO MNT-T-LOCATARIO.
004760     ADD MNT-L-PROPRIETARIO (MNT-IX) TO MNT-T-PROPRIETARIO.
004770     ADD MNT-GASTO-LOTE TO MNT-T-GASTO.
004780     ADD MNT-L-QTDE-ABERTAS (MNT-IX) TO MNT-T-QTDE-ABERTAS.
004790     ADD MNT-L-CUSTO-ABERTAS (MNT-IX) TO MNT-T-CUSTO-ABERTAS.
004800 4100-IMPRIMIR-LOTE-SEGUE.
004810     ADD 1 TO MNT-IX.
004820 4100-IMPRIMIR-LOTE-EXIT.
004830     EXIT.
