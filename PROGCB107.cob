000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCB107.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE PATRIMONIO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: RELATORIO MENSAL DOS IMPOSTOS RETIDOS NA FONTE
000100*           PELOS LOCATARIOS PESSOA JURIDICA NO PAGAMENTO DO
000110*           ALUGUEL, PARA A CONTABILIDADE COMPENSAR O IRRF E
000120*           O PIS/COFINS/CSLL (CSRF) RETIDOS. LISTA CADA
000130*           FATURA PAGA NO PERIODO COM RETENCAO (BRUTO,
000140*           IRRF, PIS, COFINS, CSLL E TOTAL RETIDO), O
000150*           RESUMO POR LOCATARIO COM O CNPJ DO CADASTRO DE
000160*           CONTRATOS E O TOTAL DO PERIODO. RELATORIO TRIBRPT.
000170* OBS: RODA NO FECHAMENTO MENSAL (PROGCOB75). PERIODO = MES
000180*      DA DATA DE PROCESSAMENTO (BUSIDATE QUANDO INFORMADA).
000190*      ENTRA A FATURA PAGA (SITUACAO P) COM DATA DE
000200*      PAGAMENTO NO PERIODO E VALOR RETIDO MAIOR QUE ZERO -
000210*      OS VALORES SAO OS CALCULADOS NA EMISSAO (PROGCOB18).
000220*      CNPJ = O DO CONTRATO DO LOTE DA FATURA (TENANTS);
000230*      SEM CONTRATO NO CADASTRO SAI EM BRANCO. RC 12 SEM O
000240*      ARQUIVO DE FATURAS; RC 4 QUANDO A TABELA DE
000250*      LOCATARIOS ESTOUROU.
000260* -----------------------------------------------------
000270* HISTORICO DE ALTERACOES
000280* 15/10/2026 FT  PROGRAMA CRIADO.
000290***********************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SPECIAL-NAMES.
000330     DECIMAL-POINT IS COMMA.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT RENT-INVOICES ASSIGN TO 'RENTINV'
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS INV-NUMERO
000400         FILE STATUS IS RTN-RENTINV-STATUS.
000410     SELECT TENANT-MASTER ASSIGN TO 'TENANTS'
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS TEN-LOTE-ID
000450         FILE STATUS IS RTN-TENANT-STATUS.
000460     SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSIDATE'
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS RTN-BUSIDATE-STATUS.
000490     SELECT WITHHOLDING-REPORT ASSIGN TO 'TRIBRPT'
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS RTN-REPORT-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  RENT-INVOICES.
000550     COPY RENTINV.
000560 FD  TENANT-MASTER.
000570     COPY TENANT.
000580 FD  BUSINESS-DATE-FILE.
000590     COPY BUSIDATE.
000600 FD  WITHHOLDING-REPORT
000610     RECORD CONTAINS 132 CHARACTERS.
000620 01  RTN-REPORT-LINE          PIC X(132).
000630 WORKING-STORAGE SECTION.
000640 01  RTN-SWITCHES.
000650     05  RTN-RENTINV-STATUS   PIC X(02) VALUE '00'.
000660         88  RTN-RENTINV-EOF      VALUE '10'.
000670     05  RTN-TENANT-STATUS    PIC X(02) VALUE '00'.
000680     05  RTN-BUSIDATE-STATUS  PIC X(02) VALUE '00'.
000690     05  RTN-REPORT-STATUS    PIC X(02) VALUE '00'.
000700     05  RTN-SW-CADASTRO      PIC X(01) VALUE 'N'.
000710         88  RTN-CADASTRO-ABERTO      VALUE 'S'.
000720     05  RTN-SW-ESTOURO       PIC X(01) VALUE 'N'.
000730         88  RTN-TABELA-ESTOUROU      VALUE 'S'.
000740     05  RTN-SW-ACHOU         PIC X(01) VALUE 'N'.
000750         88  RTN-ITEM-ACHADO          VALUE 'S'.
000760
000770 01  RTN-DATASISTEMA.
000780     05  RTN-DATA-ANO         PIC 9(04).
000790     05  RTN-DATA-MES         PIC 9(02).
000800     05  RTN-DATA-DIA         PIC 9(02).
000810 01  RTN-DATA-NUM REDEFINES RTN-DATASISTEMA PIC 9(08).
000820
000830 01  RTN-AREA-TRABALHO.
000840     05  RTN-PERIODO          PIC 9(06) VALUE ZEROS.
000850     05  RTN-CNPJ             PIC X(14) VALUE SPACES.
000860     05  RTN-IX               PIC 9(03) COMP VALUE ZEROS.
000870     05  RTN-VX               PIC 9(01) COMP VALUE ZEROS.
000880     05  RTN-QTDE-FATURAS     PIC 9(05) COMP VALUE ZEROS.
000890
000900*    VALORES DE UMA LINHA: 1=BRUTO 2=IRRF 3=PIS 4=COFINS
000910*    5=CSLL 6=TOTAL RETIDO
000920 01  RTN-VALORES-LINHA.
000930     05  RTN-VALOR OCCURS 6 TIMES PIC 9(10)V99.
000940 01  RTN-TOTAL-GERAL.
000950     05  RTN-GERAL OCCURS 6 TIMES PIC 9(10)V99.
000960
000970*    ACUMULADO POR LOCATARIO, NA ORDEM EM QUE APARECEU
000980 01  RTN-TABELA-LOCATARIOS.
000990     05  RTN-QTDE-LOCATARIOS  PIC 9(03) COMP VALUE ZEROS.
001000     05  RTN-LOCATARIO OCCURS 300 TIMES.
001010         10  RTN-L-CODIGO     PIC 9(04).
001020         10  RTN-L-NOME       PIC X(25).
001030         10  RTN-L-CNPJ       PIC X(14).
001040         10  RTN-L-VALOR      OCCURS 6 TIMES
001050                              PIC 9(10)V99 COMP-3.
001060
001070 01  RTN-CABECALHO-1.
001080     05  FILLER               PIC X(41) VALUE
001090         '===== IMPOSTOS RETIDOS NA FONTE PELOS LOC'.
001100     05  FILLER               PIC X(20) VALUE
001110         'ATARIOS - PERIODO '.
001120     05  RTN-C1-PERIODO       PIC 9(06).
001130     05  FILLER               PIC X(06) VALUE ' ====='.
001140     05  FILLER               PIC X(59) VALUE SPACES.
001150
001160 01  RTN-CABECALHO-FATURAS.
001170     05  FILLER               PIC X(42) VALUE
001180         ' FATURA LOTE  LOC. CNPJ           DT.PAGTO'.
001190     05  FILLER               PIC X(42) VALUE
001200         '         BRUTO          IRRF           PIS'.
001210     05  FILLER               PIC X(42) VALUE
001220         '        COFINS          CSLL  TOTAL RETIDO'.
001230     05  FILLER               PIC X(06) VALUE SPACES.
001240
001250 01  RTN-LINHA-FATURA.
001260     05  FILLER               PIC X(01) VALUE SPACES.
001270     05  RTN-F-FATURA         PIC 9(06).
001280     05  FILLER               PIC X(01) VALUE SPACES.
001290     05  RTN-F-LOTE           PIC 9(05).
001300     05  FILLER               PIC X(01) VALUE SPACES.
001310     05  RTN-F-LOCATARIO      PIC 9(04).
001320     05  FILLER               PIC X(01) VALUE SPACES.
001330     05  RTN-F-CNPJ           PIC X(14).
001340     05  FILLER               PIC X(01) VALUE SPACES.
001350     05  RTN-F-PAGAMENTO      PIC 9(08).
001360     05  RTN-F-VALORES OCCURS 6 TIMES.
001370         10  FILLER           PIC X(01) VALUE SPACES.
001380         10  RTN-F-VALOR      PIC ZZ.ZZZ.ZZ9,99.
001390     05  FILLER               PIC X(06) VALUE SPACES.
001400
001410 01  RTN-CABECALHO-RESUMO.
001420     05  FILLER               PIC X(46) VALUE
001430         ' LOC. NOME                      CNPJ'.
001440     05  FILLER               PIC X(42) VALUE
001450         '         BRUTO          IRRF           PIS'.
001460     05  FILLER               PIC X(42) VALUE
001470         '        COFINS          CSLL  TOTAL RETIDO'.
001480     05  FILLER               PIC X(02) VALUE SPACES.
001490
001500 01  RTN-LINHA-RESUMO.
001510     05  FILLER               PIC X(01) VALUE SPACES.
001520     05  RTN-R-LOCATARIO      PIC X(04).
001530     05  FILLER               PIC X(01) VALUE SPACES.
001540     05  RTN-R-NOME           PIC X(25).
001550     05  FILLER               PIC X(01) VALUE SPACES.
001560     05  RTN-R-CNPJ           PIC X(14).
001570     05  RTN-R-VALORES OCCURS 6 TIMES.
001580         10  FILLER           PIC X(01) VALUE SPACES.
001590         10  RTN-R-VALOR      PIC ZZ.ZZZ.ZZ9,99.
001600     05  FILLER               PIC X(02) VALUE SPACES.
001610
001620 PROCEDURE DIVISION.
001630
001640 0000-MAINLINE.
001650     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001660     IF RETURN-CODE NOT = ZEROS
001670         GO TO 0000-ENCERRAR.
001680     PERFORM 2000-SELECIONAR-FATURA
001690         THRU 2000-SELECIONAR-FATURA-EXIT
001700         UNTIL RTN-RENTINV-EOF.
001710     CLOSE RENT-INVOICES.
001720     IF RTN-CADASTRO-ABERTO
001730         CLOSE TENANT-MASTER
001740     END-IF.
001750     PERFORM 3000-IMPRIMIR-RESUMO THRU 3000-IMPRIMIR-RESUMO-EXIT.
001760     CLOSE WITHHOLDING-REPORT.
001770     DISPLAY 'FATURAS COM RETENCAO NO PERIODO ' RTN-PERIODO
001780         ': ' RTN-QTDE-FATURAS ' LOCATARIOS: '
001790         RTN-QTDE-LOCATARIOS.
001800     IF RTN-TABELA-ESTOUROU
001810         MOVE 4 TO RETURN-CODE
001820     END-IF.
001830 0000-ENCERRAR.
001840     GOBACK.
001850
001860*=========================================================
001870* DATA E PERIODO DE PROCESSAMENTO, ARQUIVOS E CABECALHO
001880*=========================================================
001890 1000-INICIALIZAR.
001900     ACCEPT RTN-DATASISTEMA FROM DATE YYYYMMDD.
001910     OPEN INPUT BUSINESS-DATE-FILE.
001920     IF RTN-BUSIDATE-STATUS = '00'
001930         READ BUSINESS-DATE-FILE
001940             AT END
001950                 CONTINUE
001960             NOT AT END
001970                 IF BSD-DATA NOT = ZEROS
001980                     MOVE BSD-DATA TO RTN-DATA-NUM
001990                 END-IF
002000         END-READ
002010         CLOSE BUSINESS-DATE-FILE
002020     END-IF.
002030     MOVE RTN-DATA-NUM (1:6) TO RTN-PERIODO.
002040     MOVE ZEROS TO RTN-TOTAL-GERAL.
002050     OPEN INPUT RENT-INVOICES.
002060     IF RTN-RENTINV-STATUS NOT = '00'
002070         DISPLAY 'ARQUIVO DE FATURAS INDISPONIVEL - STATUS '
002080             RTN-RENTINV-STATUS
002090         MOVE 12 TO RETURN-CODE
002100         GO TO 1000-INICIALIZAR-EXIT.
002110     OPEN INPUT TENANT-MASTER.
002120     IF RTN-TENANT-STATUS = '00'
002130         SET RTN-CADASTRO-ABERTO TO TRUE
002140     ELSE
002150         DISPLAY 'CADASTRO DE CONTRATOS INDISPONIVEL - STATUS '
002160             RTN-TENANT-STATUS ' - CNPJ EM BRANCO'
002170     END-IF.
002180     OPEN OUTPUT WITHHOLDING-REPORT.
002190     MOVE RTN-PERIODO TO RTN-C1-PERIODO.
002200     WRITE RTN-REPORT-LINE FROM RTN-CABECALHO-1.
002210     MOVE SPACES TO RTN-REPORT-LINE.
002220     WRITE RTN-REPORT-LINE.
002230     WRITE RTN-REPORT-LINE FROM RTN-CABECALHO-FATURAS.
002240     READ RENT-INVOICES
002250         AT END SET RTN-RENTINV-EOF TO TRUE
002260     END-READ.
002270 1000-INICIALIZAR-EXIT.
002280     EXIT.
002290
002300*=========================================================
002310* FATURA PAGA NO PERIODO COM RETENCAO: LINHA DE DETALHE E
002320* ACUMULO NO LOCATARIO E NO TOTAL DO PERIODO
002330*=========================================================
002340 2000-SELECIONAR-FATURA.
002350     IF NOT INV-PAGA
002360         GO TO 2000-SELECIONAR-FATURA-LER.
002370     IF INV-DATA-PAGAMENTO (1:6) NOT = RTN-PERIODO
002380         GO TO 2000-SELECIONAR-FATURA-LER.
002390     IF INV-VALOR-RETIDO NOT NUMERIC
002400         GO TO 2000-SELECIONAR-FATURA-LER.
002410     IF INV-VALOR-RETIDO = ZEROS
002420         GO TO 2000-SELECIONAR-FATURA-LER.
002430     ADD 1 TO RTN-QTDE-FATURAS.
002440     MOVE INV-VALOR-BRL TO RTN-VALOR (1).
002450     MOVE INV-RET-IRRF TO RTN-VALOR (2).
002460     MOVE INV-RET-PIS TO RTN-VALOR (3).
002470     MOVE INV-RET-COFINS TO RTN-VALOR (4).
002480     MOVE INV-RET-CSLL TO RTN-VALOR (5).
002490     MOVE INV-VALOR-RETIDO TO RTN-VALOR (6).
002500     PERFORM 2100-CNPJ-DO-LOTE THRU 2100-CNPJ-DO-LOTE-EXIT.
002510     MOVE INV-NUMERO TO RTN-F-FATURA.
002520     MOVE INV-LOTE-ID TO RTN-F-LOTE.
002530     MOVE INV-LOCATARIO TO RTN-F-LOCATARIO.
002540     MOVE RTN-CNPJ TO RTN-F-CNPJ.
002550     MOVE INV-DATA-PAGAMENTO TO RTN-F-PAGAMENTO.
002560     MOVE 1 TO RTN-VX.
002570     PERFORM 2200-EDITAR-FATURA THRU 2200-EDITAR-FATURA-EXIT
002580         UNTIL RTN-VX > 6.
002590     WRITE RTN-REPORT-LINE FROM RTN-LINHA-FATURA.
002600     PERFORM 2300-LOCALIZAR-LOCATARIO
002610         THRU 2300-LOCALIZAR-LOCATARIO-EXIT.
002620     IF RTN-ITEM-ACHADO
002630         MOVE 1 TO RTN-VX
002640         PERFORM 2400-ACUMULAR-LOCATARIO
002650             THRU 2400-ACUMULAR-LOCATARIO-EXIT
002660             UNTIL RTN-VX > 6
002670     END-IF.
002680 2000-SELECIONAR-FATURA-LER.
002690     READ RENT-INVOICES
002700         AT END SET RTN-RENTINV-EOF TO TRUE
002710     END-READ.
002720 2000-SELECIONAR-FATURA-EXIT.
002730     EXIT.
002740
002750 2100-CNPJ-DO-LOTE.
002760     MOVE SPACES TO RTN-CNPJ.
002770     IF NOT RTN-CADASTRO-ABERTO
002780         GO TO 2100-CNPJ-DO-LOTE-EXIT.
002790     MOVE INV-LOTE-ID TO TEN-LOTE-ID.
002800     READ TENANT-MASTER
002810         INVALID KEY
002820             GO TO 2100-CNPJ-DO-LOTE-EXIT
002830     END-READ.
002840     MOVE TEN-CNPJ TO RTN-CNPJ.
002850 2100-CNPJ-DO-LOTE-EXIT.
002860     EXIT.
002870
002880 2200-EDITAR-FATURA.
002890     MOVE RTN-VALOR (RTN-VX) TO RTN-F-VALOR (RTN-VX).
002900     ADD RTN-VALOR (RTN-VX) TO RTN-GERAL (RTN-VX).
002910     ADD 1 TO RTN-VX.
002920 2200-EDITAR-FATURA-EXIT.
002930     EXIT.
002940
002950 2300-LOCALIZAR-LOCATARIO.
002960     MOVE 'N' TO RTN-SW-ACHOU.
002970     MOVE 1 TO RTN-IX.
002980     PERFORM 2310-COMPARAR-LOCATARIO
002990         THRU 2310-COMPARAR-LOCATARIO-EXIT
003000         UNTIL RTN-IX > RTN-QTDE-LOCATARIOS OR RTN-ITEM-ACHADO.
003010     IF RTN-ITEM-ACHADO
003020         IF RTN-L-CNPJ (RTN-IX) = SPACES
003030             MOVE RTN-CNPJ TO RTN-L-CNPJ (RTN-IX)
003040         END-IF
003050         GO TO 2300-LOCALIZAR-LOCATARIO-EXIT.
003060     IF RTN-QTDE-LOCATARIOS NOT < 300
003070         DISPLAY 'TABELA DE LOCATARIOS CHEIA - FATURA '
003080             INV-NUMERO ' FORA DO RESUMO'
003090         SET RTN-TABELA-ESTOUROU TO TRUE
003100         GO TO 2300-LOCALIZAR-LOCATARIO-EXIT.
003110     ADD 1 TO RTN-QTDE-LOCATARIOS.
003120     MOVE RTN-QTDE-LOCATARIOS TO RTN-IX.
003130     MOVE INV-LOCATARIO TO RTN-L-CODIGO (RTN-IX).
003140     MOVE INV-NOME TO RTN-L-NOME (RTN-IX).
003150     MOVE RTN-CNPJ TO RTN-L-CNPJ (RTN-IX).
003160     MOVE 1 TO RTN-VX.
003170     PERFORM 2320-ZERAR-LOCATARIO THRU 2320-ZERAR-LOCATARIO-EXIT
003180         UNTIL RTN-VX > 6.
003190     SET RTN-ITEM-ACHADO TO TRUE.
003200 2300-LOCALIZAR-LOCATARIO-EXIT.
003210     EXIT.
003220
003230 2310-COMPARAR-LOCATARIO.
003240     IF RTN-L-CODIGO (RTN-IX) = INV-LOCATARIO
003250         SET RTN-ITEM-ACHADO TO TRUE
003260     ELSE
003270         ADD 1 TO RTN-IX
003280     END-IF.
003290 2310-COMPARAR-LOCATARIO-EXIT.
003300     EXIT.
003310
003320 2320-ZERAR-LOCATARIO.
003330     MOVE ZEROS TO RTN-L-VALOR (RTN-IX RTN-VX).
003340     ADD 1 TO RTN-VX.
003350 2320-ZERAR-LOCATARIO-EXIT.
003360     EXIT.
003370
003380 2400-ACUMULAR-LOCATARIO.
003390     ADD RTN-VALOR (RTN-VX) TO RTN-L-VALOR (RTN-IX RTN-VX).
003400     ADD 1 TO RTN-VX.
003410 2400-ACUMULAR-LOCATARIO-EXIT.
003420     EXIT.
003430
003440*=========================================================
003450* RESUMO POR LOCATARIO (BASE DA COMPENSACAO) E TOTAL DO
003460* PERIODO
003470*=========================================================
003480 3000-IMPRIMIR-RESUMO.
003490     MOVE SPACES TO RTN-REPORT-LINE.
003500     WRITE RTN-REPORT-LINE.
003510     MOVE ' RESUMO POR LOCATARIO' TO RTN-REPORT-LINE.
003520     WRITE RTN-REPORT-LINE.
003530     WRITE RTN-REPORT-LINE FROM RTN-CABECALHO-RESUMO.
003540     MOVE 1 TO RTN-IX.
003550     PERFORM 3100-IMPRIMIR-LOCATARIO
003560         THRU 3100-IMPRIMIR-LOCATARIO-EXIT
003570         UNTIL RTN-IX > RTN-QTDE-LOCATARIOS.
003580     MOVE SPACES TO RTN-REPORT-LINE.
003590     WRITE RTN-REPORT-LINE.
003600     MOVE SPACES TO RTN-R-LOCATARIO RTN-R-CNPJ.
003610     MOVE 'TOTAL DO PERIODO' TO RTN-R-NOME.
003620     MOVE 1 TO RTN-VX.
003630     PERFORM 3200-EDITAR-TOTAL THRU 3200-EDITAR-TOTAL-EXIT
003640         UNTIL RTN-VX > 6.
003650     WRITE RTN-REPORT-LINE FROM RTN-LINHA-RESUMO.
003660     IF RTN-TABELA-ESTOUROU
003670         MOVE SPACES TO RTN-REPORT-LINE
003680         MOVE ' ATENCAO: TABELA ESTOUROU - VER AS MENSAGENS DO '
003690             TO RTN-REPORT-LINE
003700         MOVE 'JOB' TO RTN-REPORT-LINE (50:3)
003710         WRITE RTN-REPORT-LINE
003720     END-IF.
003730 3000-IMPRIMIR-RESUMO-EXIT.
003740     EXIT.
003750
003760 3100-IMPRIMIR-LOCATARIO.
003770     MOVE RTN-L-CODIGO (RTN-IX) TO RTN-R-LOCATARIO.
003780     MOVE RTN-L-NOME (RTN-IX) TO RTN-R-NOME.
003790     MOVE RTN-L-CNPJ (RTN-IX) TO RTN-R-CNPJ.
003800     MOVE 1 TO RTN-VX.
003810     PERFORM 3110-EDITAR-LOCATARIO
003820         THRU 3110-EDITAR-LOCATARIO-EXIT
003830         UNTIL RTN-VX > 6.
003840     WRITE RTN-REPORT-LINE FROM RTN-LINHA-RESUMO.
003850     ADD 1 TO RTN-IX.
003860 3100-IMPRIMIR-LOCATARIO-EXIT.
003870     EXIT.
003880
003890 3110-EDITAR-LOCATARIO.
003900     MOVE RTN-L-VALOR (RTN-IX RTN-VX) TO RTN-R-VALOR (RTN-VX).
003910     ADD 1 TO RTN-VX.
003920 3110-EDITAR-LOCATARIO-EXIT.
003930     EXIT.
003940
003950 3200-EDITAR-TOTAL.
003960     MOVE RTN-GERAL (RTN-VX) TO RTN-R-VALOR (RTN-VX).
003970     ADD 1 TO RTN-VX.
003980 3200-EDITAR-TOTAL-EXIT.
003990     EXIT.
