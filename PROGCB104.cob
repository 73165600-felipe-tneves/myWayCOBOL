000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCB104.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE PATRIMONIO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: APURACAO MENSAL DA PROVISAO PARA DEVEDORES
000100*           DUVIDOSOS (PDD) DO ALUGUEL. FATURAS VENCIDAS HA
000110*           MAIS DE ANO CONTINUAVAM ABERTAS NO RENTINV,
000120*           INFLANDO O CONTAS A RECEBER E A EXPORTACAO
000130*           CONTABIL. O SALDO EM ABERTO (SITUACOES A E R) E
000140*           DISTRIBUIDO NAS MESMAS FAIXAS DO AGING
000150*           (PROGCOB41) POR LOCATARIO E EMPRESA DO LOTE, E
000160*           CADA FAIXA RECEBE O PERCENTUAL DO PDDPARM. O
000170*           RESULTADO VAI PARA O ARQUIVO PROVPDD (UM
000180*           REGISTRO POR LOCATARIO/EMPRESA E O TOTAL DO
000190*           PERIODO) E PARA O RELATORIO PDDRPT, QUEBRADO
000200*           POR EMPRESA. O TOTAL DO PERIODO GUARDA O AJUSTE
000210*           A LANCAR NA EXPORTACAO CONTABIL (PROGCOB78):
000220*           PROVISAO EXIGIDA MENOS (PROVISAO DO PERIODO
000230*           ANTERIOR MENOS AS BAIXAS COMO PERDA DO PERIODO)
000240*           - POSITIVO E COMPLEMENTO, NEGATIVO E REVERSAO.
000250* OBS: RODA NO FECHAMENTO MENSAL (PROGCOB75) DEPOIS DO
000260*      AGING. PERIODO = MES DA DATA DE PROCESSAMENTO
000270*      (BUSIDATE QUANDO INFORMADA); NOVA APURACAO DO MESMO
000280*      PERIODO SUBSTITUI A ANTERIOR. DIAS DE ATRASO NA
000290*      CONTA APROXIMADA DO AGING (ANO*365+MES*31+DIA).
000300*      EMPRESA DA FATURA = EMPRESA DO LOTE NO ARQUIVO LOTS
000310*      (ZEROS OU LOTE FORA DO ARQUIVO = EMPRESA 01). RC 4
000320*      QUANDO ALGUMA TABELA ESTOUROU.
000330* -----------------------------------------------------
000340* HISTORICO DE ALTERACOES
000350* 15/10/2026 FT  PROGRAMA CRIADO.
000360***********************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SPECIAL-NAMES.
000400     DECIMAL-POINT IS COMMA.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT RENT-INVOICES ASSIGN TO 'RENTINV'
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS INV-NUMERO
000470         FILE STATUS IS PDD-RENTINV-STATUS.
000480     SELECT LOTS-FILE ASSIGN TO 'LOTS'
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS PDD-LOTS-STATUS.
000510     SELECT PROVISION-PARAM ASSIGN TO 'PDDPARM'
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS PDD-PDDPARM-STATUS.
000540     SELECT PROVISION-FILE ASSIGN TO 'PROVPDD'
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS PVS-CHAVE
000580         FILE STATUS IS PDD-PROVPDD-STATUS.
000590     SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSIDATE'
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS PDD-BUSIDATE-STATUS.
000620     SELECT PROVISION-REPORT ASSIGN TO 'PDDRPT'
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS PDD-REPORT-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  RENT-INVOICES.
000680     COPY RENTINV.
000690 FD  LOTS-FILE.
000700     COPY LOTREC.
000710 FD  PROVISION-PARAM.
000720     COPY PDDPARM.
000730 FD  PROVISION-FILE.
000740     COPY PROVPDD.
000750 FD  BUSINESS-DATE-FILE.
000760     COPY BUSIDATE.
000770 FD  PROVISION-REPORT
000780     RECORD CONTAINS 132 CHARACTERS.
000790 01  PDD-REPORT-LINE          PIC X(132).
000800 WORKING-STORAGE SECTION.
000810 01  PDD-SWITCHES.
000820     05  PDD-RENTINV-STATUS   PIC X(02) VALUE '00'.
000830         88  PDD-RENTINV-EOF      VALUE '10'.
000840     05  PDD-LOTS-STATUS      PIC X(02) VALUE '00'.
000850         88  PDD-LOTS-EOF         VALUE '10'.
000860     05  PDD-PDDPARM-STATUS   PIC X(02) VALUE '00'.
000870     05  PDD-PROVPDD-STATUS   PIC X(02) VALUE '00'.
000880         88  PDD-PROVPDD-EOF      VALUE '10'.
000890     05  PDD-BUSIDATE-STATUS  PIC X(02) VALUE '00'.
000900     05  PDD-REPORT-STATUS    PIC X(02) VALUE '00'.
000910     05  PDD-SW-ESTOURO       PIC X(01) VALUE 'N'.
000920         88  PDD-TABELA-ESTOUROU      VALUE 'S'.
000930     05  PDD-SW-ACHOU         PIC X(01) VALUE 'N'.
000940         88  PDD-ITEM-ACHADO          VALUE 'S'.
000950     05  PDD-SW-EMPRESA       PIC X(01) VALUE 'N'.
000960         88  PDD-EMPRESA-ACHADA       VALUE 'S'.
000970
000980 01  PDD-DATASISTEMA.
000990     05  PDD-DATA-ANO         PIC 9(04).
001000     05  PDD-DATA-MES         PIC 9(02).
001010     05  PDD-DATA-DIA         PIC 9(02).
001020 01  PDD-DATA-NUM REDEFINES PDD-DATASISTEMA PIC 9(08).
001030
001040 01  PDD-DATA-VENC.
001050     05  PDD-VC-ANO           PIC 9(04).
001060     05  PDD-VC-MES           PIC 9(02).
001070     05  PDD-VC-DIA           PIC 9(02).
001080
001090 01  PDD-AREA-TRABALHO.
001100     05  PDD-PERIODO          PIC 9(06) VALUE ZEROS.
001110     05  PDD-PERIODO-ANTERIOR PIC 9(06) VALUE ZEROS.
001120     05  PDD-DIAS-HOJE        PIC 9(07) VALUE ZEROS.
001130     05  PDD-DIAS-VENC        PIC 9(07) VALUE ZEROS.
001140     05  PDD-DIAS-ATRASO      PIC S9(05) VALUE ZEROS.
001150     05  PDD-FAIXA            PIC 9(01) VALUE ZEROS.
001160     05  PDD-SUB              PIC 9(03) COMP VALUE ZEROS.
001170     05  PDD-IX               PIC 9(03) COMP VALUE ZEROS.
001180     05  PDD-IX-EMP           PIC 9(02) COMP VALUE ZEROS.
001190     05  PDD-FX               PIC 9(01) COMP VALUE ZEROS.
001200     05  PDD-EMPRESA          PIC 9(02) VALUE ZEROS.
001210     05  PDD-EMPRESA-ATUAL    PIC 9(02) VALUE ZEROS.
001220     05  PDD-PROVISAO         PIC 9(09)V99 VALUE ZEROS.
001230     05  PDD-VALOR-AJUSTE     PIC 9(10)V99 VALUE ZEROS.
001240     05  PDD-QTDE-ABERTAS     PIC 9(05) COMP VALUE ZEROS.
001250     05  PDD-QTDE-EXCLUIDOS   PIC 9(05) COMP VALUE ZEROS.
001260
001270*    EMPRESA DE CADA LOTE (ARQUIVO LOTS)
001280 01  PDD-TABELA-LOTES.
001290     05  PDD-QTDE-LOTES       PIC 9(03) COMP VALUE ZEROS.
001300     05  PDD-LOTE OCCURS 999 TIMES.
001310         10  PDD-LT-ID        PIC 9(05).
001320         10  PDD-LT-EMPRESA   PIC 9(02).
001330
001340*    SALDO EM ABERTO POR LOCATARIO X EMPRESA NAS FAIXAS
001350*    1=A VENCER, 2=ATE 30, 3=31-60, 4=61-90, 5=90+
001360 01  PDD-TABELA-SALDOS.
001370     05  PDD-QTDE-SALDOS      PIC 9(03) COMP VALUE ZEROS.
001380     05  PDD-SALDO OCCURS 300 TIMES.
001390         10  PDD-S-LOCATARIO  PIC 9(04).
001400         10  PDD-S-EMPRESA    PIC 9(02).
001410         10  PDD-S-NOME       PIC X(25).
001420         10  PDD-S-FAIXA      OCCURS 5 TIMES
001430                              PIC 9(09)V99 COMP-3.
001440
001450*    EMPRESAS ENCONTRADAS, NA ORDEM EM QUE APARECERAM
001460 01  PDD-TABELA-EMPRESAS.
001470     05  PDD-QTDE-EMPRESAS    PIC 9(02) COMP VALUE ZEROS.
001480     05  PDD-EMP OCCURS 20 TIMES.
001490         10  PDD-E-CODIGO     PIC 9(02).
001500
001510 01  PDD-PERCENTUAIS.
001520     05  PDD-PCT OCCURS 5 TIMES PIC 9(03)V99.
001530
001540 01  PDD-ACUMULADORES.
001550     05  PDD-LINHA-SALDO OCCURS 5 TIMES PIC 9(09)V99.
001560     05  PDD-LINHA-PROV  OCCURS 5 TIMES PIC 9(09)V99.
001570     05  PDD-LINHA-SALDO-TOTAL   PIC 9(10)V99.
001580     05  PDD-LINHA-PROV-TOTAL    PIC 9(10)V99.
001590     05  PDD-EMP-SALDO   OCCURS 5 TIMES PIC 9(10)V99.
001600     05  PDD-EMP-PROV    OCCURS 5 TIMES PIC 9(10)V99.
001610     05  PDD-GER-SALDO   OCCURS 5 TIMES PIC 9(10)V99.
001620     05  PDD-GER-PROV    OCCURS 5 TIMES PIC 9(10)V99.
001630     05  PDD-PROVISAO-EXIGIDA    PIC 9(10)V99.
001640     05  PDD-PROVISAO-ANTERIOR   PIC 9(10)V99.
001650     05  PDD-BAIXAS-PERIODO      PIC 9(10)V99.
001660     05  PDD-AJUSTE              PIC S9(10)V99.
001670
001680 01  PDD-CABECALHO-1.
001690     05  FILLER               PIC X(41) VALUE
001700         '===== PROVISAO PARA DEVEDORES DUVIDOSOS -'.
001710     05  FILLER               PIC X(20) VALUE
001720         ' ALUGUEL - PERIODO '.
001730     05  PDD-C1-PERIODO       PIC 9(06).
001740     05  FILLER               PIC X(06) VALUE ' ====='.
001750     05  FILLER               PIC X(59) VALUE SPACES.
001760
001770 01  PDD-CABECALHO-PCT.
001780     05  FILLER               PIC X(23) VALUE
001790         ' PERCENTUAIS: A VENCER '.
001800     05  PDD-CP-PCT1          PIC ZZ9,99.
001810     05  FILLER               PIC X(10) VALUE '% ATE 30 '.
001820     05  PDD-CP-PCT2          PIC ZZ9,99.
001830     05  FILLER               PIC X(09) VALUE '% 31-60 '.
001840     05  PDD-CP-PCT3          PIC ZZ9,99.
001850     05  FILLER               PIC X(09) VALUE '% 61-90 '.
001860     05  PDD-CP-PCT4          PIC ZZ9,99.
001870     05  FILLER               PIC X(07) VALUE '% 90+ '.
001880     05  PDD-CP-PCT5          PIC ZZ9,99.
001890     05  FILLER               PIC X(01) VALUE '%'.
001900     05  FILLER               PIC X(43) VALUE SPACES.
001910
001920 01  PDD-CABECALHO-EMPRESA.
001930     05  FILLER               PIC X(09) VALUE ' EMPRESA '.
001940     05  PDD-CE-EMPRESA       PIC 9(02).
001950     05  FILLER               PIC X(121) VALUE SPACES.
001960
001970 01  PDD-CABECALHO-2.
001980     05  FILLER               PIC X(45) VALUE
001990         ' LOC. NOME                           A VENCER'.
002000     05  FILLER               PIC X(42) VALUE
002010         '        ATE 30         31-60         61-90'.
002020     05  FILLER               PIC X(42) VALUE
002030         '           90+   SALDO TOTAL      PROVISAO'.
002040     05  FILLER               PIC X(03) VALUE SPACES.
002050
002060 01  PDD-LINHA-DETALHE.
002070     05  FILLER               PIC X(01) VALUE SPACES.
002080     05  PDD-D-LOCATARIO      PIC X(04).
002090     05  FILLER               PIC X(01) VALUE SPACES.
002100     05  PDD-D-NOME           PIC X(25).
002110     05  PDD-D-VALORES OCCURS 7 TIMES.
002120         10  FILLER           PIC X(01) VALUE SPACES.
002130         10  PDD-D-VALOR      PIC ZZ.ZZZ.ZZ9,99.
002140     05  FILLER               PIC X(03) VALUE SPACES.
002150
002160 01  PDD-LINHA-RESUMO.
002170     05  FILLER               PIC X(01) VALUE SPACES.
002180     05  PDD-R-ROTULO         PIC X(45).
002190     05  PDD-R-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
002200     05  FILLER               PIC X(69) VALUE SPACES.
002210
002220 PROCEDURE DIVISION.
002230
002240 0000-MAINLINE.
002250     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002260     IF RETURN-CODE NOT = ZEROS
002270         GO TO 0000-ENCERRAR.
002280     PERFORM 2000-CLASSIFICAR-FATURA
002290         THRU 2000-CLASSIFICAR-FATURA-EXIT
002300         UNTIL PDD-RENTINV-EOF.
002310     CLOSE RENT-INVOICES.
002320     PERFORM 3000-APURAR-PROVISAO THRU 3000-APURAR-PROVISAO-EXIT.
002330     PERFORM 4000-GRAVAR-TOTAL THRU 4000-GRAVAR-TOTAL-EXIT.
002340     PERFORM 5000-IMPRIMIR-RESUMO THRU 5000-IMPRIMIR-RESUMO-EXIT.
002350     CLOSE PROVISION-FILE.
002360     CLOSE PROVISION-REPORT.
002370     DISPLAY 'FATURAS EM ABERTO: ' PDD-QTDE-ABERTAS
002380         ' LOCATARIO/EMPRESA: ' PDD-QTDE-SALDOS.
002390     IF PDD-TABELA-ESTOUROU AND RETURN-CODE = ZEROS
002400         MOVE 4 TO RETURN-CODE
002410     END-IF.
002420 0000-ENCERRAR.
002430     GOBACK.
002440
002450*=========================================================
002460* DATA E PERIODO DE PROCESSAMENTO, PERCENTUAIS, EMPRESA
002470* DOS LOTES, PROVISAO DO PERIODO ANTERIOR E LIMPEZA DE
002480* APURACAO ANTERIOR DO MESMO PERIODO
002490*=========================================================
002500 1000-INICIALIZAR.
002510     ACCEPT PDD-DATASISTEMA FROM DATE YYYYMMDD.
002520     OPEN INPUT BUSINESS-DATE-FILE.
002530     IF PDD-BUSIDATE-STATUS = '00'
002540         READ BUSINESS-DATE-FILE
002550             AT END
002560                 CONTINUE
002570             NOT AT END
002580                 IF BSD-DATA NOT = ZEROS
002590                     MOVE BSD-DATA TO PDD-DATA-NUM
002600                 END-IF
002610         END-READ
002620         CLOSE BUSINESS-DATE-FILE
002630     END-IF.
002640     MOVE PDD-DATA-NUM (1:6) TO PDD-PERIODO.
002650     COMPUTE PDD-DIAS-HOJE = PDD-DATA-ANO * 365
002660         + PDD-DATA-MES * 31 + PDD-DATA-DIA.
002670     MOVE ZEROS TO PDD-ACUMULADORES.
002680     PERFORM 1100-LER-PERCENTUAIS
002690         THRU 1100-LER-PERCENTUAIS-EXIT.
002700     OPEN INPUT LOTS-FILE.
002710     IF PDD-LOTS-STATUS = '00'
002720         PERFORM 1200-CARREGAR-LOTE THRU 1200-CARREGAR-LOTE-EXIT
002730             UNTIL PDD-LOTS-EOF
002740         CLOSE LOTS-FILE
002750     ELSE
002760         DISPLAY 'ARQUIVO DE LOTES INDISPONIVEL - STATUS '
002770             PDD-LOTS-STATUS ' - TUDO NA EMPRESA 01'
002780     END-IF.
002790     OPEN INPUT RENT-INVOICES.
002800     IF PDD-RENTINV-STATUS NOT = '00'
002810         DISPLAY 'ARQUIVO DE FATURAS INDISPONIVEL - STATUS '
002820             PDD-RENTINV-STATUS
002830         MOVE 12 TO RETURN-CODE
002840         GO TO 1000-INICIALIZAR-EXIT.
002850     OPEN I-O PROVISION-FILE.
002860     IF PDD-PROVPDD-STATUS = '35'
002870         OPEN OUTPUT PROVISION-FILE
002880         CLOSE PROVISION-FILE
002890         OPEN I-O PROVISION-FILE
002900     END-IF.
002910     IF PDD-PROVPDD-STATUS NOT = '00'
002920         DISPLAY 'ARQUIVO DE PROVISAO INDISPONIVEL - STATUS '
002930             PDD-PROVPDD-STATUS
002940         CLOSE RENT-INVOICES
002950         MOVE 12 TO RETURN-CODE
002960         GO TO 1000-INICIALIZAR-EXIT.
002970     MOVE ZEROS TO PVS-CHAVE.
002980     START PROVISION-FILE KEY NOT < PVS-CHAVE
002990         INVALID KEY
003000             MOVE '10' TO PDD-PROVPDD-STATUS
003010     END-START.
003020     PERFORM 1300-VARRER-PROVISAO THRU 1300-VARRER-PROVISAO-EXIT
003030         UNTIL PDD-PROVPDD-EOF
003040            OR PDD-PROVPDD-STATUS NOT = '00'.
003050     MOVE '00' TO PDD-PROVPDD-STATUS.
003060     IF PDD-QTDE-EXCLUIDOS > ZEROS
003070         DISPLAY 'APURACAO ANTERIOR DO PERIODO ' PDD-PERIODO
003080             ' SUBSTITUIDA - ' PDD-QTDE-EXCLUIDOS
003090             ' REGISTROS EXCLUIDOS'
003100     END-IF.
003110     OPEN OUTPUT PROVISION-REPORT.
003120     MOVE PDD-PERIODO TO PDD-C1-PERIODO.
003130     WRITE PDD-REPORT-LINE FROM PDD-CABECALHO-1.
003140     MOVE PDD-PCT (1) TO PDD-CP-PCT1.
003150     MOVE PDD-PCT (2) TO PDD-CP-PCT2.
003160     MOVE PDD-PCT (3) TO PDD-CP-PCT3.
003170     MOVE PDD-PCT (4) TO PDD-CP-PCT4.
003180     MOVE PDD-PCT (5) TO PDD-CP-PCT5.
003190     WRITE PDD-REPORT-LINE FROM PDD-CABECALHO-PCT.
003200     READ RENT-INVOICES
003210         AT END SET PDD-RENTINV-EOF TO TRUE
003220     END-READ.
003230 1000-INICIALIZAR-EXIT.
003240     EXIT.
003250
003260 1100-LER-PERCENTUAIS.
003270     MOVE 0 TO PDD-PCT (1).
003280     MOVE 5 TO PDD-PCT (2).
003290     MOVE 20 TO PDD-PCT (3).
003300     MOVE 50 TO PDD-PCT (4).
003310     MOVE 100 TO PDD-PCT (5).
003320     OPEN INPUT PROVISION-PARAM.
003330     IF PDD-PDDPARM-STATUS NOT = '00'
003340         DISPLAY 'SEM PDDPARM - PERCENTUAIS PADRAO'
003350         GO TO 1100-LER-PERCENTUAIS-EXIT.
003360     READ PROVISION-PARAM
003370         AT END
003380             DISPLAY 'PDDPARM VAZIO - PERCENTUAIS PADRAO'
003390         NOT AT END
003400             MOVE PDP-PCT-FAIXA (1) TO PDD-PCT (1)
003410             MOVE PDP-PCT-FAIXA (2) TO PDD-PCT (2)
003420             MOVE PDP-PCT-FAIXA (3) TO PDD-PCT (3)
003430             MOVE PDP-PCT-FAIXA (4) TO PDD-PCT (4)
003440             MOVE PDP-PCT-FAIXA (5) TO PDD-PCT (5)
003450     END-READ.
003460     CLOSE PROVISION-PARAM.
003470 1100-LER-PERCENTUAIS-EXIT.
003480     EXIT.
003490
003500 1200-CARREGAR-LOTE.
003510     READ LOTS-FILE
003520         AT END
003530             SET PDD-LOTS-EOF TO TRUE
003540             GO TO 1200-CARREGAR-LOTE-EXIT
003550     END-READ.
003560     IF PDD-QTDE-LOTES NOT < 999
003570         IF NOT PDD-TABELA-ESTOUROU
003580             DISPLAY 'TABELA DE LOTES CHEIA - LOTES EXCEDENTES '
003590                 'NA EMPRESA 01'
003600             SET PDD-TABELA-ESTOUROU TO TRUE
003610         END-IF
003620         GO TO 1200-CARREGAR-LOTE-EXIT.
003630     ADD 1 TO PDD-QTDE-LOTES.
003640     MOVE LOT-ID TO PDD-LT-ID (PDD-QTDE-LOTES).
003650     MOVE LOT-EMPRESA TO PDD-LT-EMPRESA (PDD-QTDE-LOTES).
003660     IF LOT-EMPRESA = ZEROS
003670         MOVE 1 TO PDD-LT-EMPRESA (PDD-QTDE-LOTES)
003680     END-IF.
003690 1200-CARREGAR-LOTE-EXIT.
003700     EXIT.
003710
003720*=========================================================
003730* PROVISAO GRAVADA: O TOTAL DO ULTIMO PERIODO ANTERIOR E A
003740* PROVISAO ANTERIOR; REGISTROS DO PROPRIO PERIODO (RODADA
003750* REPETIDA) SAO EXCLUIDOS
003760*=========================================================
003770 1300-VARRER-PROVISAO.
003780     READ PROVISION-FILE NEXT RECORD
003790         AT END
003800             SET PDD-PROVPDD-EOF TO TRUE
003810             GO TO 1300-VARRER-PROVISAO-EXIT
003820     END-READ.
003830     IF PDD-PROVPDD-STATUS NOT = '00'
003840         GO TO 1300-VARRER-PROVISAO-EXIT.
003850     IF PVS-PERIODO < PDD-PERIODO
003860         IF PVS-LOCATARIO = ZEROS AND PVS-EMPRESA = ZEROS
003870             MOVE PVS-PERIODO TO PDD-PERIODO-ANTERIOR
003880             MOVE PVS-PROVISAO-TOTAL TO PDD-PROVISAO-ANTERIOR
003890         END-IF
003900         GO TO 1300-VARRER-PROVISAO-EXIT.
003910     IF PVS-PERIODO > PDD-PERIODO
003920         SET PDD-PROVPDD-EOF TO TRUE
003930         GO TO 1300-VARRER-PROVISAO-EXIT.
003940     DELETE PROVISION-FILE RECORD
003950         INVALID KEY
003960             DISPLAY 'ERRO AO EXCLUIR PROVISAO ' PVS-CHAVE
003970         NOT INVALID KEY
003980             ADD 1 TO PDD-QTDE-EXCLUIDOS
003990     END-DELETE.
004000 1300-VARRER-PROVISAO-EXIT.
004010     EXIT.
004020
004030*=========================================================
004040* FATURA EM ABERTO: FAIXA DO AGING E SALDO DO LOCATARIO NA
004050* EMPRESA DO LOTE. FATURA BAIXADA COMO PERDA NO PERIODO
004060* (MESMO SE RECUPERADA DEPOIS) CONSOME A PROVISAO
004070*=========================================================
004080 2000-CLASSIFICAR-FATURA.
004090     IF INV-DATA-PERDA NOT = ZEROS
004100             AND INV-DATA-PERDA (1:6) = PDD-PERIODO
004110         ADD INV-VALOR-BRL TO PDD-BAIXAS-PERIODO
004120     END-IF.
004130     IF NOT INV-EM-ABERTO
004140         GO TO 2000-CLASSIFICAR-FATURA-LER.
004150     ADD 1 TO PDD-QTDE-ABERTAS.
004160     MOVE INV-DATA-VENCIMENTO TO PDD-DATA-VENC.
004170     COMPUTE PDD-DIAS-VENC = PDD-VC-ANO * 365
004180         + PDD-VC-MES * 31 + PDD-VC-DIA.
004190     COMPUTE PDD-DIAS-ATRASO = PDD-DIAS-HOJE - PDD-DIAS-VENC.
004200     EVALUATE TRUE
004210         WHEN PDD-DIAS-ATRASO NOT > 0
004220             MOVE 1 TO PDD-FAIXA
004230         WHEN PDD-DIAS-ATRASO NOT > 30
004240             MOVE 2 TO PDD-FAIXA
004250         WHEN PDD-DIAS-ATRASO NOT > 60
004260             MOVE 3 TO PDD-FAIXA
004270         WHEN PDD-DIAS-ATRASO NOT > 90
004280             MOVE 4 TO PDD-FAIXA
004290         WHEN OTHER
004300             MOVE 5 TO PDD-FAIXA
004310     END-EVALUATE.
004320     PERFORM 2100-EMPRESA-DO-LOTE THRU 2100-EMPRESA-DO-LOTE-EXIT.
004330     PERFORM 2200-LOCALIZAR-SALDO THRU 2200-LOCALIZAR-SALDO-EXIT.
004340     IF PDD-ITEM-ACHADO
004350         ADD INV-VALOR-BRL TO PDD-S-FAIXA (PDD-IX PDD-FAIXA)
004360     END-IF.
004370 2000-CLASSIFICAR-FATURA-LER.
004380     READ RENT-INVOICES
004390         AT END SET PDD-RENTINV-EOF TO TRUE
004400     END-READ.
004410 2000-CLASSIFICAR-FATURA-EXIT.
004420     EXIT.
004430
004440 2100-EMPRESA-DO-LOTE.
004450     MOVE 1 TO PDD-EMPRESA.
004460     MOVE 'N' TO PDD-SW-ACHOU.
004470     MOVE 1 TO PDD-SUB.
004480     PERFORM 2110-COMPARAR-LOTE THRU 2110-COMPARAR-LOTE-EXIT
004490         UNTIL PDD-SUB > PDD-QTDE-LOTES OR PDD-ITEM-ACHADO.
004500 2100-EMPRESA-DO-LOTE-EXIT.
004510     EXIT.
004520
004530 2110-COMPARAR-LOTE.
004540     IF PDD-LT-ID (PDD-SUB) = INV-LOTE-ID
004550         MOVE PDD-LT-EMPRESA (PDD-SUB) TO PDD-EMPRESA
004560         SET PDD-ITEM-ACHADO TO TRUE
004570     ELSE
004580         ADD 1 TO PDD-SUB
004590     END-IF.
004600 2110-COMPARAR-LOTE-EXIT.
004610     EXIT.
004620
004630 2200-LOCALIZAR-SALDO.
004640     MOVE 'N' TO PDD-SW-ACHOU.
004650     MOVE 1 TO PDD-IX.
004660     PERFORM 2210-COMPARAR-SALDO THRU 2210-COMPARAR-SALDO-EXIT
004670         UNTIL PDD-IX > PDD-QTDE-SALDOS OR PDD-ITEM-ACHADO.
004680     IF PDD-ITEM-ACHADO
004690         GO TO 2200-LOCALIZAR-SALDO-EXIT.
004700     IF PDD-QTDE-SALDOS NOT < 300
004710         DISPLAY 'TABELA DE LOCATARIOS CHEIA - FATURA '
004720             INV-NUMERO ' FORA DA PROVISAO'
004730         SET PDD-TABELA-ESTOUROU TO TRUE
004740         GO TO 2200-LOCALIZAR-SALDO-EXIT.
004750     ADD 1 TO PDD-QTDE-SALDOS.
004760     MOVE PDD-QTDE-SALDOS TO PDD-IX.
004770     MOVE INV-LOCATARIO TO PDD-S-LOCATARIO (PDD-IX).
004780     MOVE PDD-EMPRESA TO PDD-S-EMPRESA (PDD-IX).
004790     MOVE INV-NOME TO PDD-S-NOME (PDD-IX).
004800     MOVE 1 TO PDD-FX.
004810     PERFORM 2220-ZERAR-FAIXA THRU 2220-ZERAR-FAIXA-EXIT
004820         UNTIL PDD-FX > 5.
004830     SET PDD-ITEM-ACHADO TO TRUE.
004840     PERFORM 2300-REGISTRAR-EMPRESA
004850         THRU 2300-REGISTRAR-EMPRESA-EXIT.
004860 2200-LOCALIZAR-SALDO-EXIT.
004870     EXIT.
004880
004890 2210-COMPARAR-SALDO.
004900     IF PDD-S-LOCATARIO (PDD-IX) = INV-LOCATARIO
004910             AND PDD-S-EMPRESA (PDD-IX) = PDD-EMPRESA
004920         SET PDD-ITEM-ACHADO TO TRUE
004930     ELSE
004940         ADD 1 TO PDD-IX
004950     END-IF.
004960 2210-COMPARAR-SALDO-EXIT.
004970     EXIT.
004980
004990 2220-ZERAR-FAIXA.
005000     MOVE ZEROS TO PDD-S-FAIXA (PDD-IX PDD-FX).
005010     ADD 1 TO PDD-FX.
005020 2220-ZERAR-FAIXA-EXIT.
005030     EXIT.
005040
005050 2300-REGISTRAR-EMPRESA.
005060     MOVE 'N' TO PDD-SW-EMPRESA.
005070     MOVE 1 TO PDD-IX-EMP.
005080     PERFORM 2310-COMPARAR-EMPRESA
005090         THRU 2310-COMPARAR-EMPRESA-EXIT
005100         UNTIL PDD-IX-EMP > PDD-QTDE-EMPRESAS
005110            OR PDD-EMPRESA-ACHADA.
005120     IF PDD-EMPRESA-ACHADA
005130         GO TO 2300-REGISTRAR-EMPRESA-EXIT.
005140     IF PDD-QTDE-EMPRESAS NOT < 20
005150         DISPLAY 'TABELA DE EMPRESAS CHEIA - EMPRESA '
005160             PDD-EMPRESA ' FORA DO RELATORIO'
005170         SET PDD-TABELA-ESTOUROU TO TRUE
005180         GO TO 2300-REGISTRAR-EMPRESA-EXIT.
005190     ADD 1 TO PDD-QTDE-EMPRESAS.
005200     MOVE PDD-EMPRESA TO PDD-E-CODIGO (PDD-QTDE-EMPRESAS).
005210 2300-REGISTRAR-EMPRESA-EXIT.
005220     EXIT.
005230
005240 2310-COMPARAR-EMPRESA.
005250     IF PDD-E-CODIGO (PDD-IX-EMP) = PDD-EMPRESA
005260         SET PDD-EMPRESA-ACHADA TO TRUE
005270     ELSE
005280         ADD 1 TO PDD-IX-EMP
005290     END-IF.
005300 2310-COMPARAR-EMPRESA-EXIT.
005310     EXIT.
005320
005330*=========================================================
005340* PROVISAO POR EMPRESA: CADA LOCATARIO DA EMPRESA RECEBE O
005350* PERCENTUAL DE CADA FAIXA, VAI PARA O PROVPDD E PARA O
005360* RELATORIO, COM O SUBTOTAL DA EMPRESA
005370*=========================================================
005380 3000-APURAR-PROVISAO.
005390     MOVE 1 TO PDD-IX-EMP.
005400     PERFORM 3100-APURAR-EMPRESA THRU 3100-APURAR-EMPRESA-EXIT
005410         UNTIL PDD-IX-EMP > PDD-QTDE-EMPRESAS.
005420     MOVE SPACES TO PDD-REPORT-LINE.
005430     WRITE PDD-REPORT-LINE.
005440     MOVE 1 TO PDD-FX.
005450     PERFORM 3500-COPIAR-GERAL THRU 3500-COPIAR-GERAL-EXIT
005460         UNTIL PDD-FX > 5.
005470     MOVE SPACES TO PDD-D-LOCATARIO.
005480     MOVE 'TOTAL GERAL - SALDO' TO PDD-D-NOME.
005490     PERFORM 3400-IMPRIMIR-SALDOS THRU 3400-IMPRIMIR-SALDOS-EXIT.
005500     MOVE 'TOTAL GERAL - PROVISAO' TO PDD-D-NOME.
005510     PERFORM 3410-IMPRIMIR-PROVISOES
005520         THRU 3410-IMPRIMIR-PROVISOES-EXIT.
005530 3000-APURAR-PROVISAO-EXIT.
005540     EXIT.
005550
005560 3100-APURAR-EMPRESA.
005570     MOVE PDD-E-CODIGO (PDD-IX-EMP) TO PDD-EMPRESA-ATUAL.
005580     MOVE PDD-EMPRESA-ATUAL TO PDD-CE-EMPRESA.
005590     MOVE SPACES TO PDD-REPORT-LINE.
005600     WRITE PDD-REPORT-LINE.
005610     WRITE PDD-REPORT-LINE FROM PDD-CABECALHO-EMPRESA.
005620     WRITE PDD-REPORT-LINE FROM PDD-CABECALHO-2.
005630     MOVE 1 TO PDD-FX.
005640     PERFORM 3110-ZERAR-EMPRESA THRU 3110-ZERAR-EMPRESA-EXIT
005650         UNTIL PDD-FX > 5.
005660     MOVE 1 TO PDD-IX.
005670     PERFORM 3200-APURAR-LOCATARIO
005680         THRU 3200-APURAR-LOCATARIO-EXIT
005690         UNTIL PDD-IX > PDD-QTDE-SALDOS.
005700     MOVE 1 TO PDD-FX.
005710     PERFORM 3120-COPIAR-EMPRESA THRU 3120-COPIAR-EMPRESA-EXIT
005720         UNTIL PDD-FX > 5.
005730     MOVE SPACES TO PDD-D-LOCATARIO.
005740     MOVE 'TOTAL EMPRESA - SALDO' TO PDD-D-NOME.
005750     PERFORM 3400-IMPRIMIR-SALDOS THRU 3400-IMPRIMIR-SALDOS-EXIT.
005760     MOVE 'TOTAL EMPRESA - PROVISAO' TO PDD-D-NOME.
005770     PERFORM 3410-IMPRIMIR-PROVISOES
005780         THRU 3410-IMPRIMIR-PROVISOES-EXIT.
005790     ADD 1 TO PDD-IX-EMP.
005800 3100-APURAR-EMPRESA-EXIT.
005810     EXIT.
005820
005830 3110-ZERAR-EMPRESA.
005840     MOVE ZEROS TO PDD-EMP-SALDO (PDD-FX) PDD-EMP-PROV (PDD-FX).
005850     ADD 1 TO PDD-FX.
005860 3110-ZERAR-EMPRESA-EXIT.
005870     EXIT.
005880
005890 3120-COPIAR-EMPRESA.
005900     MOVE PDD-EMP-SALDO (PDD-FX) TO PDD-LINHA-SALDO (PDD-FX).
005910     MOVE PDD-EMP-PROV (PDD-FX) TO PDD-LINHA-PROV (PDD-FX).
005920     ADD 1 TO PDD-FX.
005930 3120-COPIAR-EMPRESA-EXIT.
005940     EXIT.
005950
005960 3200-APURAR-LOCATARIO.
005970     IF PDD-S-EMPRESA (PDD-IX) NOT = PDD-EMPRESA-ATUAL
005980         GO TO 3200-APURAR-LOCATARIO-NEXT.
005990     MOVE SPACES TO PVS-RECORD.
006000     MOVE PDD-PERIODO TO PVS-PERIODO.
006010     MOVE PDD-S-LOCATARIO (PDD-IX) TO PVS-LOCATARIO.
006020     MOVE PDD-EMPRESA-ATUAL TO PVS-EMPRESA.
006030     MOVE PDD-S-NOME (PDD-IX) TO PVS-NOME.
006040     MOVE PDD-DATA-NUM TO PVS-DATA-APURACAO.
006050     MOVE ZEROS TO PVS-SALDO-TOTAL PVS-PROVISAO-TOTAL
006060         PVS-PROVISAO-ANTERIOR PVS-BAIXAS-PERIODO PVS-AJUSTE.
006070     MOVE 1 TO PDD-FX.
006080     PERFORM 3210-PROVISIONAR-FAIXA
006090         THRU 3210-PROVISIONAR-FAIXA-EXIT
006100         UNTIL PDD-FX > 5.
006110     ADD PVS-PROVISAO-TOTAL TO PDD-PROVISAO-EXIGIDA.
006120     WRITE PVS-RECORD
006130         INVALID KEY
006140             DISPLAY 'ERRO AO GRAVAR PROVISAO ' PVS-CHAVE
006150     END-WRITE.
006160     MOVE PVS-LOCATARIO TO PDD-D-LOCATARIO.
006170     MOVE PVS-NOME TO PDD-D-NOME.
006180     PERFORM 3400-IMPRIMIR-SALDOS THRU 3400-IMPRIMIR-SALDOS-EXIT.
006190 3200-APURAR-LOCATARIO-NEXT.
006200     ADD 1 TO PDD-IX.
006210 3200-APURAR-LOCATARIO-EXIT.
006220     EXIT.
006230
006240 3210-PROVISIONAR-FAIXA.
006250     COMPUTE PDD-PROVISAO ROUNDED =
006260         PDD-S-FAIXA (PDD-IX PDD-FX) * PDD-PCT (PDD-FX) / 100.
006270     MOVE PDD-S-FAIXA (PDD-IX PDD-FX)
006280         TO PVS-SALDO-FAIXA (PDD-FX) PDD-LINHA-SALDO (PDD-FX).
006290     MOVE PDD-PROVISAO
006300         TO PVS-PROVISAO-FAIXA (PDD-FX) PDD-LINHA-PROV (PDD-FX).
006310     ADD PDD-S-FAIXA (PDD-IX PDD-FX) TO PVS-SALDO-TOTAL
006320         PDD-EMP-SALDO (PDD-FX) PDD-GER-SALDO (PDD-FX).
006330     ADD PDD-PROVISAO TO PVS-PROVISAO-TOTAL
006340         PDD-EMP-PROV (PDD-FX) PDD-GER-PROV (PDD-FX).
006350     ADD 1 TO PDD-FX.
006360 3210-PROVISIONAR-FAIXA-EXIT.
006370     EXIT.
006380
006390*=========================================================
006400* LINHA DO RELATORIO: SALDO DE CADA FAIXA, SALDO TOTAL E
006410* PROVISAO TOTAL (OU A PROVISAO DE CADA FAIXA)
006420*=========================================================
006430 3400-IMPRIMIR-SALDOS.
006440     MOVE ZEROS TO PDD-LINHA-SALDO-TOTAL PDD-LINHA-PROV-TOTAL.
006450     MOVE 1 TO PDD-FX.
006460     PERFORM 3420-EDITAR-SALDO THRU 3420-EDITAR-SALDO-EXIT
006470         UNTIL PDD-FX > 5.
006480     MOVE PDD-LINHA-SALDO-TOTAL TO PDD-D-VALOR (6).
006490     MOVE PDD-LINHA-PROV-TOTAL TO PDD-D-VALOR (7).
006500     WRITE PDD-REPORT-LINE FROM PDD-LINHA-DETALHE.
006510 3400-IMPRIMIR-SALDOS-EXIT.
006520     EXIT.
006530
006540 3410-IMPRIMIR-PROVISOES.
006550     MOVE ZEROS TO PDD-LINHA-PROV-TOTAL.
006560     MOVE 1 TO PDD-FX.
006570     PERFORM 3430-EDITAR-PROVISAO THRU 3430-EDITAR-PROVISAO-EXIT
006580         UNTIL PDD-FX > 5.
006590     MOVE ZEROS TO PDD-D-VALOR (6).
006600     MOVE PDD-LINHA-PROV-TOTAL TO PDD-D-VALOR (7).
006610     WRITE PDD-REPORT-LINE FROM PDD-LINHA-DETALHE.
006620 3410-IMPRIMIR-PROVISOES-EXIT.
006630     EXIT.
006640
006650 3420-EDITAR-SALDO.
006660     MOVE PDD-LINHA-SALDO (PDD-FX) TO PDD-D-VALOR (PDD-FX).
006670     ADD PDD-LINHA-SALDO (PDD-FX) TO PDD-LINHA-SALDO-TOTAL.
006680     ADD PDD-LINHA-PROV (PDD-FX) TO PDD-LINHA-PROV-TOTAL.
006690     ADD 1 TO PDD-FX.
006700 3420-EDITAR-SALDO-EXIT.
006710     EXIT.
006720
006730 3430-EDITAR-PROVISAO.
006740     MOVE PDD-LINHA-PROV (PDD-FX) TO PDD-D-VALOR (PDD-FX).
006750     ADD PDD-LINHA-PROV (PDD-FX) TO PDD-LINHA-PROV-TOTAL.
006760     ADD 1 TO PDD-FX.
006770 3430-EDITAR-PROVISAO-EXIT.
006780     EXIT.
006790
006800 3500-COPIAR-GERAL.
006810     MOVE PDD-GER-SALDO (PDD-FX) TO PDD-LINHA-SALDO (PDD-FX).
006820     MOVE PDD-GER-PROV (PDD-FX) TO PDD-LINHA-PROV (PDD-FX).
006830     ADD 1 TO PDD-FX.
006840 3500-COPIAR-GERAL-EXIT.
006850     EXIT.
006860
006870*=========================================================
006880* TOTAL DO PERIODO: PROVISAO EXIGIDA, ANTERIOR, BAIXAS DO
006890* PERIODO E O AJUSTE A LANCAR NA EXPORTACAO CONTABIL
006900*=========================================================
006910 4000-GRAVAR-TOTAL.
006920     COMPUTE PDD-AJUSTE = PDD-PROVISAO-EXIGIDA
006930         - PDD-PROVISAO-ANTERIOR + PDD-BAIXAS-PERIODO.
006940     MOVE SPACES TO PVS-RECORD.
006950     MOVE PDD-PERIODO TO PVS-PERIODO.
006960     MOVE ZEROS TO PVS-LOCATARIO PVS-EMPRESA.
006970     MOVE 'TOTAL DO PERIODO' TO PVS-NOME.
006980     MOVE PDD-DATA-NUM TO PVS-DATA-APURACAO.
006990     MOVE 1 TO PDD-FX.
007000     PERFORM 4100-TOTALIZAR-FAIXA THRU 4100-TOTALIZAR-FAIXA-EXIT
007010         UNTIL PDD-FX > 5.
007020     MOVE ZEROS TO PVS-SALDO-TOTAL.
007030     MOVE 1 TO PDD-FX.
007040     PERFORM 4110-SOMAR-SALDO THRU 4110-SOMAR-SALDO-EXIT
007050         UNTIL PDD-FX > 5.
007060     MOVE PDD-PROVISAO-EXIGIDA TO PVS-PROVISAO-TOTAL.
007070     MOVE PDD-PROVISAO-ANTERIOR TO PVS-PROVISAO-ANTERIOR.
007080     MOVE PDD-BAIXAS-PERIODO TO PVS-BAIXAS-PERIODO.
007090     MOVE PDD-AJUSTE TO PVS-AJUSTE.
007100     WRITE PVS-RECORD
007110         INVALID KEY
007120             DISPLAY 'ERRO AO GRAVAR O TOTAL DA PROVISAO '
007130                 PVS-CHAVE
007140             MOVE 12 TO RETURN-CODE
007150     END-WRITE.
007160 4000-GRAVAR-TOTAL-EXIT.
007170     EXIT.
007180
007190 4100-TOTALIZAR-FAIXA.
007200     MOVE PDD-GER-SALDO (PDD-FX) TO PVS-SALDO-FAIXA (PDD-FX).
007210     MOVE PDD-GER-PROV (PDD-FX) TO PVS-PROVISAO-FAIXA (PDD-FX).
007220     ADD 1 TO PDD-FX.
007230 4100-TOTALIZAR-FAIXA-EXIT.
007240     EXIT.
007250
007260 4110-SOMAR-SALDO.
007270     ADD PDD-GER-SALDO (PDD-FX) TO PVS-SALDO-TOTAL.
007280     ADD 1 TO PDD-FX.
007290 4110-SOMAR-SALDO-EXIT.
007300     EXIT.
007310
007320 5000-IMPRIMIR-RESUMO.
007330     MOVE SPACES TO PDD-REPORT-LINE.
007340     WRITE PDD-REPORT-LINE.
007350     MOVE 'PROVISAO EXIGIDA NO PERIODO' TO PDD-R-ROTULO.
007360     MOVE PDD-PROVISAO-EXIGIDA TO PDD-R-VALOR.
007370     WRITE PDD-REPORT-LINE FROM PDD-LINHA-RESUMO.
007380     MOVE SPACES TO PDD-R-ROTULO.
007390     STRING 'PROVISAO DO PERIODO ANTERIOR (' DELIMITED BY SIZE
007400         PDD-PERIODO-ANTERIOR DELIMITED BY SIZE
007410         ')' DELIMITED BY SIZE
007420         INTO PDD-R-ROTULO.
007430     MOVE PDD-PROVISAO-ANTERIOR TO PDD-R-VALOR.
007440     WRITE PDD-REPORT-LINE FROM PDD-LINHA-RESUMO.
007450     MOVE '(-) BAIXAS COMO PERDA NO PERIODO' TO PDD-R-ROTULO.
007460     MOVE PDD-BAIXAS-PERIODO TO PDD-R-VALOR.
007470     WRITE PDD-REPORT-LINE FROM PDD-LINHA-RESUMO.
007480     IF PDD-AJUSTE < ZEROS
007490         COMPUTE PDD-VALOR-AJUSTE = ZEROS - PDD-AJUSTE
007500         MOVE 'REVERSAO DA PROVISAO A LANCAR (EVENTO PR)'
007510             TO PDD-R-ROTULO
007520     ELSE
007530         MOVE PDD-AJUSTE TO PDD-VALOR-AJUSTE
007540         MOVE 'COMPLEMENTO DA PROVISAO A LANCAR (EVENTO PD)'
007550             TO PDD-R-ROTULO
007560     END-IF.
007570     MOVE PDD-VALOR-AJUSTE TO PDD-R-VALOR.
007580     WRITE PDD-REPORT-LINE FROM PDD-LINHA-RESUMO.
007590     IF PDD-TABELA-ESTOUROU
007600         MOVE SPACES TO PDD-REPORT-LINE
007610         MOVE ' ATENCAO: TABELA ESTOUROU - VER AS MENSAGENS DO '
007620             TO PDD-REPORT-LINE
007630         MOVE 'JOB' TO PDD-REPORT-LINE (50:3)
007640         WRITE PDD-REPORT-LINE
007650     END-IF.
007660 5000-IMPRIMIR-RESUMO-EXIT.
007670     EXIT.
