000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCOB97.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE LOGISTICA.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: ORCADO X REALIZADO DE FRETE POR EMPRESA E UF -
000100*           CONFRONTA O ORCAMENTO DE FRETE (FREIGHT-BUDGET,
000110*           ARQUIVO ORCFRT, MANTIDO PELO PROGCOB47 COM DUPLA
000120*           APROVACAO) COM O FRETE PAGO (FRH-FRETE-BRL) E O
000130*           ICMS REALIZADOS NO HISTORICO DE FRETES, NO MES E
000140*           NO ACUMULADO DO ANO, COM VARIACAO EM REAIS E EM
000150*           PERCENTUAL. LINHA COM VARIACAO (MES OU ACUMULADO)
000160*           ACIMA DA TOLERANCIA DO ORCPARM (ZEROS OU ARQUIVO
000170*           AUSENTE = 10%) SAI MARCADA COM ***, ASSIM COMO
000180*           REALIZADO SEM ORCAMENTO. PROJECAO DO ANO = RITMO
000190*           DO ACUMULADO (ACUMULADO / MESES DECORRIDOS X 12),
000200*           AO LADO DO ORCAMENTO DO ANO INTEIRO.
000210*           RODA NO FECHAMENTO MENSAL (PROGCOB75), DEPOIS DO
000220*           RESUMO MENSAL DE FRETE; MES DE REFERENCIA = MES
000230*           DA DATA DE PROCESSAMENTO (BUSIDATE, SE DIFERENTE
000240*           DE ZEROS, SENAO A DO SISTEMA).
000250*           LINHA MARCADA TERMINA COM RC 4 (AVISO).
000260* OBS: O HISTORICO E LIDO PELA CHAVE ALTERNADA DE PERIODO,
000270*      DE JANEIRO ATE O MES DE REFERENCIA; ESTORNOS (E) E
000280*      ORIGINAIS ESTORNADOS (X) NAO ENTRAM, COMO NO RESUMO
000290*      MENSAL (PROGCOB26). EMPRESA ZEROS = EMPRESA 01.
000300* -----------------------------------------------------
000310* HISTORICO DE ALTERACOES
000320* 15/10/2026 FT  PROGRAMA CRIADO.
000330***********************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SPECIAL-NAMES.
000370     DECIMAL-POINT IS COMMA.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT FREIGHT-HISTORY ASSIGN TO 'FRTHIST'
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS FRH-CHAVE
000440         ALTERNATE RECORD KEY IS FRH-PERIODO
000450             WITH DUPLICATES
000460         FILE STATUS IS ORR-FRTHIST-STATUS.
000470     SELECT FREIGHT-BUDGET ASSIGN TO 'ORCFRT'
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS ORC-CHAVE
000510         FILE STATUS IS ORR-ORCFRT-STATUS.
000520     SELECT BUDGET-PARAM ASSIGN TO 'ORCPARM'
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS ORR-ORCPARM-STATUS.
000550     SELECT COMPANY-MASTER ASSIGN TO 'COMPMAST'
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS CIA-CODIGO
000590         FILE STATUS IS ORR-COMPMAST-STATUS.
000600     SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSIDATE'
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS ORR-BUSIDATE-STATUS.
000630     SELECT BUDGET-REPORT ASSIGN TO 'ORCREAL'
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS ORR-REPORT-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  FREIGHT-HISTORY.
000690     COPY FRTHIST.
000700 FD  FREIGHT-BUDGET.
000710     COPY ORCFRT.
000720 FD  BUDGET-PARAM.
000730     COPY ORCPARM.
000740 FD  COMPANY-MASTER.
000750     COPY COMPMST.
000760 FD  BUSINESS-DATE-FILE.
000770     COPY BUSIDATE.
000780 FD  BUDGET-REPORT
000790     RECORD CONTAINS 132 CHARACTERS.
000800 01  ORR-REPORT-LINE          PIC X(132).
000810 WORKING-STORAGE SECTION.
000820 01  ORR-SWITCHES.
000830     05  ORR-FRTHIST-STATUS   PIC X(02) VALUE '00'.
000840         88  ORR-FRTHIST-EOF      VALUE '10'.
000850     05  ORR-ORCFRT-STATUS    PIC X(02) VALUE '00'.
000860         88  ORR-ORCFRT-EOF       VALUE '10'.
000870     05  ORR-ORCPARM-STATUS   PIC X(02) VALUE '00'.
000880     05  ORR-COMPMAST-STATUS  PIC X(02) VALUE '00'.
000890     05  ORR-BUSIDATE-STATUS  PIC X(02) VALUE '00'.
000900     05  ORR-REPORT-STATUS    PIC X(02) VALUE '00'.
000910     05  ORR-SW-ORCFRT        PIC X(01) VALUE 'N'.
000920         88  ORR-ORCFRT-ABERTO    VALUE 'S'.
000930     05  ORR-SW-FRTHIST       PIC X(01) VALUE 'N'.
000940         88  ORR-FRTHIST-ABERTO   VALUE 'S'.
000950     05  ORR-SW-COMPMAST      PIC X(01) VALUE 'N'.
000960         88  ORR-TEM-COMPMAST     VALUE 'S'.
000970     05  ORR-SW-TABELA        PIC X(01) VALUE 'N'.
000980         88  ORR-TABELA-CHEIA     VALUE 'S'.
000990     05  ORR-SW-POSICAO       PIC X(01) VALUE 'N'.
001000         88  ORR-POSICAO-ACHADA   VALUE 'S'.
001010     05  ORR-SW-MARCA         PIC X(01) VALUE 'N'.
001020         88  ORR-LINHA-MARCADA    VALUE 'S'.
001030
001040 01  ORR-DATASISTEMA.
001050     05  ORR-DATA-ANO         PIC 9(04).
001060     05  ORR-DATA-MES         PIC 9(02).
001070     05  ORR-DATA-DIA         PIC 9(02).
001080
001090 01  ORR-PERIODO-INICIO       PIC 9(06) VALUE ZEROS.
001100 01  ORR-PERIODO-FIM          PIC 9(06) VALUE ZEROS.
001110 01  ORR-MES-CALCULO.
001120     05  ORR-CAL-ANO          PIC 9(04).
001130     05  ORR-CAL-MES          PIC 9(02).
001140
001150 01  ORR-CHAVE-BUSCA.
001160     05  ORR-B-EMPRESA        PIC 9(02).
001170     05  ORR-B-UF             PIC X(02).
001180
001190*    TABELA EMPRESA + UF EM ORDEM DE CHAVE; METRICA 1 =
001200*    FRETE (BRL), 2 = ICMS
001210 01  ORR-TABELA.
001220     05  ORR-QTDE-LINHAS      PIC 9(03) COMP VALUE ZEROS.
001230     05  ORR-LINHA OCCURS 200 TIMES.
001240         10  ORR-T-CHAVE.
001250             15  ORR-T-EMPRESA    PIC 9(02).
001260             15  ORR-T-UF         PIC X(02).
001270         10  ORR-T-DADOS.
001280             15  ORR-T-METRICA OCCURS 2 TIMES.
001290                 20  ORR-T-ORC-MES    PIC 9(11)V99 COMP-3.
001300                 20  ORR-T-REA-MES    PIC 9(11)V99 COMP-3.
001310                 20  ORR-T-ORC-ACU    PIC 9(11)V99 COMP-3.
001320                 20  ORR-T-REA-ACU    PIC 9(11)V99 COMP-3.
001330                 20  ORR-T-ORC-ANO    PIC 9(11)V99 COMP-3.
001340
001350*    TOTAIS - OCORRENCIA 1 = EMPRESA, 2 = GERAL
001360 01  ORR-TOTAIS.
001370     05  ORR-TOTAL OCCURS 2 TIMES.
001380         10  ORR-S-METRICA OCCURS 2 TIMES.
001390             15  ORR-S-ORC-MES    PIC 9(11)V99 COMP-3.
001400             15  ORR-S-REA-MES    PIC 9(11)V99 COMP-3.
001410             15  ORR-S-ORC-ACU    PIC 9(11)V99 COMP-3.
001420             15  ORR-S-REA-ACU    PIC 9(11)V99 COMP-3.
001430             15  ORR-S-ORC-ANO    PIC 9(11)V99 COMP-3.
001440
001450 01  ORR-AREA-TRABALHO.
001460     05  ORR-IX               PIC 9(03) COMP VALUE ZEROS.
001470     05  ORR-SUB              PIC 9(03) COMP VALUE ZEROS.
001480     05  ORR-MET              PIC 9(01) COMP VALUE ZEROS.
001490     05  ORR-TOT              PIC 9(01) COMP VALUE ZEROS.
001500     05  ORR-EMPRESA-ATUAL    PIC 9(02) VALUE ZEROS.
001510     05  ORR-EMPRESA-LIDA     PIC 9(02) VALUE ZEROS.
001520     05  ORR-TOLERANCIA       PIC 9(03)V99 VALUE 10,00.
001530     05  ORR-RETORNO          PIC 9(02) VALUE ZEROS.
001540     05  ORR-QTDE-MARCADAS    PIC 9(05) COMP VALUE ZEROS.
001550     05  ORR-QTDE-HIST        PIC 9(07) COMP VALUE ZEROS.
001560     05  ORR-ORCADO           PIC 9(11)V99 VALUE ZEROS.
001570     05  ORR-REALIZADO        PIC 9(11)V99 VALUE ZEROS.
001580     05  ORR-VARIACAO         PIC S9(11)V99 VALUE ZEROS.
001590     05  ORR-PERCENTUAL       PIC S9(04)V9 VALUE ZEROS.
001600     05  ORR-PCT-ABSOLUTO     PIC 9(04)V9 VALUE ZEROS.
001610     05  ORR-PROJECAO         PIC 9(11)V99 VALUE ZEROS.
001620
001630*    VALORES DA LINHA A IMPRIMIR (DETALHE OU TOTAL)
001640 01  ORR-IMPRESSAO.
001650     05  ORR-I-ORC-MES        PIC 9(11)V99 COMP-3.
001660     05  ORR-I-REA-MES        PIC 9(11)V99 COMP-3.
001670     05  ORR-I-ORC-ACU        PIC 9(11)V99 COMP-3.
001680     05  ORR-I-REA-ACU        PIC 9(11)V99 COMP-3.
001690     05  ORR-I-ORC-ANO        PIC 9(11)V99 COMP-3.
001700
001710 01  ORR-CABECALHO-1.
001720     05  FILLER               PIC X(36) VALUE
001730         '===== ORCADO X REALIZADO DE FRETE - '.
001740     05  FILLER               PIC X(04) VALUE 'MES '.
001750     05  ORR-C1-MES           PIC 99.
001760     05  FILLER               PIC X(01) VALUE '/'.
001770     05  ORR-C1-ANO           PIC 9(04).
001780     05  FILLER               PIC X(16) VALUE
001790         ' - TOLERANCIA: '.
001800     05  ORR-C1-TOLERANCIA    PIC ZZ9,99.
001810     05  FILLER               PIC X(08) VALUE '% ====='.
001820     05  FILLER               PIC X(55) VALUE SPACES.
001830
001840 01  ORR-CABECALHO-2.
001850     05  FILLER               PIC X(12) VALUE SPACES.
001860     05  FILLER               PIC X(46) VALUE
001870         ' ------------------- NO MES -----------------'.
001880     05  FILLER               PIC X(46) VALUE
001890         ' ------------- ACUMULADO NO ANO -------------'.
001900     05  FILLER               PIC X(28) VALUE SPACES.
001910
001920 01  ORR-CABECALHO-3.
001930     05  FILLER               PIC X(01) VALUE SPACES.
001940     05  FILLER               PIC X(02) VALUE 'EM'.
001950     05  FILLER               PIC X(01) VALUE SPACES.
001960     05  FILLER               PIC X(02) VALUE 'UF'.
001970     05  FILLER               PIC X(01) VALUE SPACES.
001980     05  FILLER               PIC X(05) VALUE 'ITEM'.
001990     05  FILLER               PIC X(12) VALUE '      ORCADO'.
002000     05  FILLER               PIC X(12) VALUE '   REALIZADO'.
002010     05  FILLER               PIC X(13) VALUE '     VARIACAO'.
002020     05  FILLER               PIC X(09) VALUE '     VAR%'.
002030     05  FILLER               PIC X(12) VALUE '      ORCADO'.
002040     05  FILLER               PIC X(12) VALUE '   REALIZADO'.
002050     05  FILLER               PIC X(13) VALUE '     VARIACAO'.
002060     05  FILLER               PIC X(09) VALUE '     VAR%'.
002070     05  FILLER               PIC X(12) VALUE '   PROJ. ANO'.
002080     05  FILLER               PIC X(12) VALUE '  ORCADO ANO'.
002090     05  FILLER               PIC X(04) VALUE ' TOL'.
002100
002110 01  ORR-LINHA-EMPRESA.
002120     05  FILLER               PIC X(09) VALUE ' EMPRESA '.
002130     05  ORR-E-EMPRESA        PIC 99.
002140     05  FILLER               PIC X(03) VALUE ' - '.
002150     05  ORR-E-NOME           PIC X(30).
002160     05  FILLER               PIC X(88) VALUE SPACES.
002170
002180 01  ORR-LINHA-DETALHE.
002190     05  FILLER               PIC X(01) VALUE SPACES.
002200     05  ORR-D-EMPRESA        PIC X(02).
002210     05  FILLER               PIC X(01) VALUE SPACES.
002220     05  ORR-D-UF             PIC X(02).
002230     05  FILLER               PIC X(01) VALUE SPACES.
002240     05  ORR-D-ITEM           PIC X(05).
002250     05  FILLER               PIC X(01) VALUE SPACES.
002260     05  ORR-D-ORC-MES        PIC ZZZ.ZZZ.ZZ9.
002270     05  FILLER               PIC X(01) VALUE SPACES.
002280     05  ORR-D-REA-MES        PIC ZZZ.ZZZ.ZZ9.
002290     05  FILLER               PIC X(01) VALUE SPACES.
002300     05  ORR-D-VAR-MES        PIC -ZZZ.ZZZ.ZZ9.
002310     05  FILLER               PIC X(01) VALUE SPACES.
002320     05  ORR-D-PCT-MES        PIC -ZZZ9,9.
002330     05  FILLER               PIC X(01) VALUE '%'.
002340     05  FILLER               PIC X(01) VALUE SPACES.
002350     05  ORR-D-ORC-ACU        PIC ZZZ.ZZZ.ZZ9.
002360     05  FILLER               PIC X(01) VALUE SPACES.
002370     05  ORR-D-REA-ACU        PIC ZZZ.ZZZ.ZZ9.
002380     05  FILLER               PIC X(01) VALUE SPACES.
002390     05  ORR-D-VAR-ACU        PIC -ZZZ.ZZZ.ZZ9.
002400     05  FILLER               PIC X(01) VALUE SPACES.
002410     05  ORR-D-PCT-ACU        PIC -ZZZ9,9.
002420     05  FILLER               PIC X(01) VALUE '%'.
002430     05  FILLER               PIC X(01) VALUE SPACES.
002440     05  ORR-D-PROJECAO       PIC ZZZ.ZZZ.ZZ9.
002450     05  FILLER               PIC X(01) VALUE SPACES.
002460     05  ORR-D-ORC-ANO        PIC ZZZ.ZZZ.ZZ9.
002470     05  FILLER               PIC X(01) VALUE SPACES.
002480     05  ORR-D-MARCA          PIC X(03).
002490
002500 PROCEDURE DIVISION.
002510
002520 0000-MAINLINE.
002530     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002540     PERFORM 2000-CARREGAR-ORCAMENTO
002550         THRU 2000-CARREGAR-ORCAMENTO-EXIT
002560         UNTIL ORR-ORCFRT-EOF.
002570     PERFORM 3000-ACUMULAR-REALIZADO
002580         THRU 3000-ACUMULAR-REALIZADO-EXIT
002590         UNTIL ORR-FRTHIST-EOF.
002600     PERFORM 4000-IMPRIMIR-RELATORIO
002610         THRU 4000-IMPRIMIR-RELATORIO-EXIT.
002620     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
002630     MOVE ORR-RETORNO TO RETURN-CODE.
002640     GOBACK.
002650
002660*=========================================================
002670* DATA DE PROCESSAMENTO, TOLERANCIA, ABERTURA DOS ARQUIVOS
002680* E POSICIONAMENTO DO HISTORICO EM JANEIRO DO ANO
002690*=========================================================
002700 1000-INICIALIZAR.
002710     ACCEPT ORR-DATASISTEMA FROM DATE YYYYMMDD.
002720     OPEN INPUT BUSINESS-DATE-FILE.
002730     IF ORR-BUSIDATE-STATUS = '00'
002740         READ BUSINESS-DATE-FILE
002750             AT END
002760                 CONTINUE
002770             NOT AT END
002780                 IF BSD-DATA NOT = ZEROS
002790                     MOVE BSD-DATA TO ORR-DATASISTEMA
002800                 END-IF
002810         END-READ
002820         CLOSE BUSINESS-DATE-FILE
002830     END-IF.
002840     COMPUTE ORR-PERIODO-INICIO = ORR-DATA-ANO * 100 + 1.
002850     COMPUTE ORR-PERIODO-FIM =
002860         ORR-DATA-ANO * 100 + ORR-DATA-MES.
002870     OPEN INPUT BUDGET-PARAM.
002880     IF ORR-ORCPARM-STATUS = '00'
002890         READ BUDGET-PARAM
002900             AT END
002910                 CONTINUE
002920             NOT AT END
002930                 IF ORP-TOLERANCIA-PCT NOT = ZEROS
002940                     MOVE ORP-TOLERANCIA-PCT TO ORR-TOLERANCIA
002950                 END-IF
002960         END-READ
002970         CLOSE BUDGET-PARAM
002980     END-IF.
002990     OPEN INPUT COMPANY-MASTER.
003000     IF ORR-COMPMAST-STATUS = '00'
003010         SET ORR-TEM-COMPMAST TO TRUE
003020     END-IF.
003030     PERFORM 1100-ZERAR-TOTAL THRU 1100-ZERAR-TOTAL-EXIT
003040         VARYING ORR-TOT FROM 1 BY 1 UNTIL ORR-TOT > 2.
003050     OPEN OUTPUT BUDGET-REPORT.
003060     OPEN INPUT FREIGHT-BUDGET.
003070     IF ORR-ORCFRT-STATUS NOT = '00'
003080         DISPLAY 'ORCAMENTO DE FRETE INDISPONIVEL - STATUS '
003090             ORR-ORCFRT-STATUS
003100         MOVE 4 TO ORR-RETORNO
003110         SET ORR-ORCFRT-EOF TO TRUE
003120     ELSE
003130         SET ORR-ORCFRT-ABERTO TO TRUE
003140     END-IF.
003150     OPEN INPUT FREIGHT-HISTORY.
003160     IF ORR-FRTHIST-STATUS NOT = '00'
003170         DISPLAY 'HISTORICO DE FRETES INDISPONIVEL - STATUS '
003180             ORR-FRTHIST-STATUS
003190         MOVE 4 TO ORR-RETORNO
003200         SET ORR-FRTHIST-EOF TO TRUE
003210         GO TO 1000-INICIALIZAR-EXIT.
003220     SET ORR-FRTHIST-ABERTO TO TRUE.
003230*    POSICIONA PELA CHAVE ALTERNADA EM JANEIRO - SO O ANO DO
003240*    RELATORIO E LIDO
003250     MOVE ORR-PERIODO-INICIO TO FRH-PERIODO.
003260     START FREIGHT-HISTORY KEY >= FRH-PERIODO
003270         INVALID KEY
003280             SET ORR-FRTHIST-EOF TO TRUE
003290     END-START.
003300     IF ORR-FRTHIST-STATUS NOT = '00'
003310         SET ORR-FRTHIST-EOF TO TRUE
003320     END-IF.
003330     IF NOT ORR-FRTHIST-EOF
003340         READ FREIGHT-HISTORY NEXT RECORD
003350             AT END SET ORR-FRTHIST-EOF TO TRUE
003360         END-READ
003370     END-IF.
003380 1000-INICIALIZAR-EXIT.
003390     EXIT.
003400
003410 1100-ZERAR-TOTAL.
003420     PERFORM 1110-ZERAR-METRICA THRU 1110-ZERAR-METRICA-EXIT
003430         VARYING ORR-MET FROM 1 BY 1 UNTIL ORR-MET > 2.
003440 1100-ZERAR-TOTAL-EXIT.
003450     EXIT.
003460
003470 1110-ZERAR-METRICA.
003480     MOVE ZEROS TO ORR-S-ORC-MES (ORR-TOT ORR-MET)
003490                   ORR-S-REA-MES (ORR-TOT ORR-MET)
003500                   ORR-S-ORC-ACU (ORR-TOT ORR-MET)
003510                   ORR-S-REA-ACU (ORR-TOT ORR-MET)
003520                   ORR-S-ORC-ANO (ORR-TOT ORR-MET).
003530 1110-ZERAR-METRICA-EXIT.
003540     EXIT.
003550
003560*=========================================================
003570* ORCAMENTO DO ANO DO RELATORIO: O MES DE REFERENCIA VAI
003580* PARA O MES, OS MESES ATE ELE PARA O ACUMULADO E TODOS
003590* PARA O ORCAMENTO DO ANO
003600*=========================================================
003610 2000-CARREGAR-ORCAMENTO.
003620     READ FREIGHT-BUDGET NEXT RECORD
003630         AT END
003640             SET ORR-ORCFRT-EOF TO TRUE
003650             GO TO 2000-CARREGAR-ORCAMENTO-EXIT
003660     END-READ.
003670     IF ORR-ORCFRT-STATUS NOT = '00'
003680         SET ORR-ORCFRT-EOF TO TRUE
003690         GO TO 2000-CARREGAR-ORCAMENTO-EXIT.
003700     IF ORC-ANO NOT = ORR-DATA-ANO OR NOT ORC-MES-VALIDO
003710         GO TO 2000-CARREGAR-ORCAMENTO-EXIT.
003720     MOVE ORC-EMPRESA TO ORR-B-EMPRESA.
003730     MOVE ORC-UF TO ORR-B-UF.
003740     PERFORM 8000-LOCALIZAR-LINHA THRU 8000-LOCALIZAR-LINHA-EXIT.
003750     IF ORR-IX = ZEROS
003760         GO TO 2000-CARREGAR-ORCAMENTO-EXIT.
003770     ADD ORC-FRETE-BRL TO ORR-T-ORC-ANO (ORR-IX 1).
003780     ADD ORC-ICMS TO ORR-T-ORC-ANO (ORR-IX 2).
003790     IF ORC-MES > ORR-DATA-MES
003800         GO TO 2000-CARREGAR-ORCAMENTO-EXIT.
003810     ADD ORC-FRETE-BRL TO ORR-T-ORC-ACU (ORR-IX 1).
003820     ADD ORC-ICMS TO ORR-T-ORC-ACU (ORR-IX 2).
003830     IF ORC-MES = ORR-DATA-MES
003840         ADD ORC-FRETE-BRL TO ORR-T-ORC-MES (ORR-IX 1)
003850         ADD ORC-ICMS TO ORR-T-ORC-MES (ORR-IX 2)
003860     END-IF.
003870 2000-CARREGAR-ORCAMENTO-EXIT.
003880     EXIT.
003890
003900*=========================================================
003910* REALIZADO DE JANEIRO ATE O MES DE REFERENCIA - A LEITURA
003920* E EM ORDEM DE PERIODO: PASSOU DO MES, ACABOU
003930*=========================================================
003940 3000-ACUMULAR-REALIZADO.
003950     IF FRH-PERIODO > ORR-PERIODO-FIM
003960         SET ORR-FRTHIST-EOF TO TRUE
003970         GO TO 3000-ACUMULAR-REALIZADO-EXIT.
003980     IF FRH-TIPO-ESTORNO OR FRH-TIPO-ESTORNADO
003990         GO TO 3000-ACUMULAR-REALIZADO-LER.
004000     MOVE FRH-DATA-CALCULO (1:6) TO ORR-MES-CALCULO.
004010     IF ORR-CAL-ANO NOT = ORR-DATA-ANO
004020             OR ORR-CAL-MES > ORR-DATA-MES
004030         GO TO 3000-ACUMULAR-REALIZADO-LER.
004040     MOVE FRH-EMPRESA TO ORR-EMPRESA-LIDA.
004050     IF ORR-EMPRESA-LIDA = ZEROS
004060         MOVE 1 TO ORR-EMPRESA-LIDA
004070     END-IF.
004080     MOVE ORR-EMPRESA-LIDA TO ORR-B-EMPRESA.
004090     MOVE FRH-UF TO ORR-B-UF.
004100     PERFORM 8000-LOCALIZAR-LINHA THRU 8000-LOCALIZAR-LINHA-EXIT.
004110     IF ORR-IX = ZEROS
004120         GO TO 3000-ACUMULAR-REALIZADO-LER.
004130     ADD 1 TO ORR-QTDE-HIST.
004140     ADD FRH-FRETE-BRL TO ORR-T-REA-ACU (ORR-IX 1).
004150     ADD FRH-ICMS TO ORR-T-REA-ACU (ORR-IX 2).
004160     IF ORR-CAL-MES = ORR-DATA-MES
004170         ADD FRH-FRETE-BRL TO ORR-T-REA-MES (ORR-IX 1)
004180         ADD FRH-ICMS TO ORR-T-REA-MES (ORR-IX 2)
004190     END-IF.
004200 3000-ACUMULAR-REALIZADO-LER.
004210     READ FREIGHT-HISTORY NEXT RECORD
004220         AT END SET ORR-FRTHIST-EOF TO TRUE
004230     END-READ.
004240 3000-ACUMULAR-REALIZADO-EXIT.
004250     EXIT.
004260
004270*=========================================================
004280* RELATORIO: CABECALHO, LINHAS EM ORDEM DE EMPRESA E UF
004290* COM QUEBRA POR EMPRESA, TOTAL GERAL E LEGENDA
004300*=========================================================
004310 4000-IMPRIMIR-RELATORIO.
004320     MOVE ORR-DATA-MES TO ORR-C1-MES.
004330     MOVE ORR-DATA-ANO TO ORR-C1-ANO.
004340     MOVE ORR-TOLERANCIA TO ORR-C1-TOLERANCIA.
004350     WRITE ORR-REPORT-LINE FROM ORR-CABECALHO-1.
004360     MOVE SPACES TO ORR-REPORT-LINE.
004370     WRITE ORR-REPORT-LINE.
004380     WRITE ORR-REPORT-LINE FROM ORR-CABECALHO-2.
004390     WRITE ORR-REPORT-LINE FROM ORR-CABECALHO-3.
004400     IF ORR-QTDE-LINHAS = ZEROS
004410         MOVE ' NENHUM ORCAMENTO OU FRETE REALIZADO NO ANO'
004420             TO ORR-REPORT-LINE
004430         WRITE ORR-REPORT-LINE
004440         GO TO 4000-IMPRIMIR-RELATORIO-EXIT.
004450     PERFORM 4100-IMPRIMIR-LINHA THRU 4100-IMPRIMIR-LINHA-EXIT
004460         VARYING ORR-IX FROM 1 BY 1
004470         UNTIL ORR-IX > ORR-QTDE-LINHAS.
004480     PERFORM 4300-IMPRIMIR-TOTAL-EMPRESA
004490         THRU 4300-IMPRIMIR-TOTAL-EMPRESA-EXIT.
004500     MOVE SPACES TO ORR-REPORT-LINE.
004510     WRITE ORR-REPORT-LINE.
004520     MOVE 2 TO ORR-TOT.
004530     PERFORM 4400-IMPRIMIR-TOTAL THRU 4400-IMPRIMIR-TOTAL-EXIT.
004540     MOVE SPACES TO ORR-REPORT-LINE.
004550     WRITE ORR-REPORT-LINE.
004560     MOVE ' TT = TOTAL DA EMPRESA   ** TT = TOTAL GERAL'
004570         TO ORR-REPORT-LINE.
004580     WRITE ORR-REPORT-LINE.
004590     MOVE ' *** = VARIACAO ACIMA DA TOLERANCIA (MES OU ACUM.)'
004600         TO ORR-REPORT-LINE.
004610     WRITE ORR-REPORT-LINE.
004620     MOVE '       OU REALIZADO SEM ORCAMENTO (VAR% 999,9)'
004630         TO ORR-REPORT-LINE.
004640     WRITE ORR-REPORT-LINE.
004650 4000-IMPRIMIR-RELATORIO-EXIT.
004660     EXIT.
004670
004680*=========================================================
004690* UMA LINHA EMPRESA/UF: QUEBRA DE EMPRESA, FRETE E ICMS,
004700* SOMA NOS TOTAIS DA EMPRESA E GERAL
004710*=========================================================
004720 4100-IMPRIMIR-LINHA.
004730     IF ORR-T-EMPRESA (ORR-IX) NOT = ORR-EMPRESA-ATUAL
004740         IF ORR-IX > 1
004750             PERFORM 4300-IMPRIMIR-TOTAL-EMPRESA
004760                 THRU 4300-IMPRIMIR-TOTAL-EMPRESA-EXIT
004770         END-IF
004780         MOVE ORR-T-EMPRESA (ORR-IX) TO ORR-EMPRESA-ATUAL
004790         PERFORM 4200-IMPRIMIR-EMPRESA
004800             THRU 4200-IMPRIMIR-EMPRESA-EXIT
004810     END-IF.
004820     PERFORM 4110-IMPRIMIR-METRICA
004830         THRU 4110-IMPRIMIR-METRICA-EXIT
004840         VARYING ORR-MET FROM 1 BY 1 UNTIL ORR-MET > 2.
004850 4100-IMPRIMIR-LINHA-EXIT.
004860     EXIT.
004870
004880 4110-IMPRIMIR-METRICA.
004890     MOVE ORR-T-ORC-MES (ORR-IX ORR-MET) TO ORR-I-ORC-MES.
004900     MOVE ORR-T-REA-MES (ORR-IX ORR-MET) TO ORR-I-REA-MES.
004910     MOVE ORR-T-ORC-ACU (ORR-IX ORR-MET) TO ORR-I-ORC-ACU.
004920     MOVE ORR-T-REA-ACU (ORR-IX ORR-MET) TO ORR-I-REA-ACU.
004930     MOVE ORR-T-ORC-ANO (ORR-IX ORR-MET) TO ORR-I-ORC-ANO.
004940     PERFORM 4120-SOMAR-TOTAL THRU 4120-SOMAR-TOTAL-EXIT
004950         VARYING ORR-TOT FROM 1 BY 1 UNTIL ORR-TOT > 2.
004960     MOVE SPACES TO ORR-LINHA-DETALHE.
004970     MOVE ORR-T-EMPRESA (ORR-IX) TO ORR-D-EMPRESA.
004980     MOVE ORR-T-UF (ORR-IX) TO ORR-D-UF.
004990     PERFORM 5000-MONTAR-VALORES THRU 5000-MONTAR-VALORES-EXIT.
005000     IF ORR-LINHA-MARCADA
005010         ADD 1 TO ORR-QTDE-MARCADAS
005020         MOVE 4 TO ORR-RETORNO
005030     END-IF.
005040     WRITE ORR-REPORT-LINE FROM ORR-LINHA-DETALHE.
005050 4110-IMPRIMIR-METRICA-EXIT.
005060     EXIT.
005070
005080 4120-SOMAR-TOTAL.
005090     ADD ORR-I-ORC-MES TO ORR-S-ORC-MES (ORR-TOT ORR-MET).
005100     ADD ORR-I-REA-MES TO ORR-S-REA-MES (ORR-TOT ORR-MET).
005110     ADD ORR-I-ORC-ACU TO ORR-S-ORC-ACU (ORR-TOT ORR-MET).
005120     ADD ORR-I-REA-ACU TO ORR-S-REA-ACU (ORR-TOT ORR-MET).
005130     ADD ORR-I-ORC-ANO TO ORR-S-ORC-ANO (ORR-TOT ORR-MET).
005140 4120-SOMAR-TOTAL-EXIT.
005150     EXIT.
005160
005170 4200-IMPRIMIR-EMPRESA.
005180     MOVE ORR-EMPRESA-ATUAL TO ORR-E-EMPRESA.
005190     MOVE SPACES TO ORR-E-NOME.
005200     IF ORR-TEM-COMPMAST
005210         MOVE ORR-EMPRESA-ATUAL TO CIA-CODIGO
005220         READ COMPANY-MASTER
005230             INVALID KEY
005240                 MOVE 'EMPRESA NAO CADASTRADA' TO ORR-E-NOME
005250             NOT INVALID KEY
005260                 MOVE CIA-NOME TO ORR-E-NOME
005270         END-READ
005280     END-IF.
005290     MOVE SPACES TO ORR-REPORT-LINE.
005300     WRITE ORR-REPORT-LINE.
005310     WRITE ORR-REPORT-LINE FROM ORR-LINHA-EMPRESA.
005320 4200-IMPRIMIR-EMPRESA-EXIT.
005330     EXIT.
005340
005350 4300-IMPRIMIR-TOTAL-EMPRESA.
005360     MOVE 1 TO ORR-TOT.
005370     PERFORM 4400-IMPRIMIR-TOTAL THRU 4400-IMPRIMIR-TOTAL-EXIT.
005380     MOVE 1 TO ORR-TOT.
005390     PERFORM 1100-ZERAR-TOTAL THRU 1100-ZERAR-TOTAL-EXIT.
005400 4300-IMPRIMIR-TOTAL-EMPRESA-EXIT.
005410     EXIT.
005420
005430*=========================================================
005440* LINHAS DE TOTAL (ORR-TOT: 1 = EMPRESA, 2 = GERAL) - A
005450* MARCA DO TOTAL E INFORMATIVA, NAO CONTA NO RETORNO
005460*=========================================================
005470 4400-IMPRIMIR-TOTAL.
005480     PERFORM 4410-IMPRIMIR-METRICA-TOTAL
005490         THRU 4410-IMPRIMIR-METRICA-TOTAL-EXIT
005500         VARYING ORR-MET FROM 1 BY 1 UNTIL ORR-MET > 2.
005510 4400-IMPRIMIR-TOTAL-EXIT.
005520     EXIT.
005530
005540 4410-IMPRIMIR-METRICA-TOTAL.
005550     MOVE ORR-S-ORC-MES (ORR-TOT ORR-MET) TO ORR-I-ORC-MES.
005560     MOVE ORR-S-REA-MES (ORR-TOT ORR-MET) TO ORR-I-REA-MES.
005570     MOVE ORR-S-ORC-ACU (ORR-TOT ORR-MET) TO ORR-I-ORC-ACU.
005580     MOVE ORR-S-REA-ACU (ORR-TOT ORR-MET) TO ORR-I-REA-ACU.
005590     MOVE ORR-S-ORC-ANO (ORR-TOT ORR-MET) TO ORR-I-ORC-ANO.
005600     MOVE SPACES TO ORR-LINHA-DETALHE.
005610     IF ORR-TOT = 1
005620         MOVE ORR-EMPRESA-ATUAL TO ORR-D-EMPRESA
005630     ELSE
005640         MOVE '**' TO ORR-D-EMPRESA
005650     END-IF.
005660     MOVE 'TT' TO ORR-D-UF.
005670     PERFORM 5000-MONTAR-VALORES THRU 5000-MONTAR-VALORES-EXIT.
005680     WRITE ORR-REPORT-LINE FROM ORR-LINHA-DETALHE.
005690 4410-IMPRIMIR-METRICA-TOTAL-EXIT.
005700     EXIT.
005710
005720*=========================================================
005730* MONTA OS VALORES DA LINHA (ORR-IMPRESSAO, METRICA
005740* ORR-MET): VARIACAO E PERCENTUAL NO MES E NO ACUMULADO,
005750* PROJECAO DO ANO E MARCA DE TOLERANCIA
005760*=========================================================
005770 5000-MONTAR-VALORES.
005780     MOVE 'N' TO ORR-SW-MARCA.
005790     IF ORR-MET = 1
005800         MOVE 'FRETE' TO ORR-D-ITEM
005810     ELSE
005820         MOVE 'ICMS' TO ORR-D-ITEM
005830     END-IF.
005840     MOVE ORR-I-ORC-MES TO ORR-ORCADO.
005850     MOVE ORR-I-REA-MES TO ORR-REALIZADO.
005860     PERFORM 5100-CALCULAR-VARIACAO
005870         THRU 5100-CALCULAR-VARIACAO-EXIT.
005880     MOVE ORR-ORCADO TO ORR-D-ORC-MES.
005890     MOVE ORR-REALIZADO TO ORR-D-REA-MES.
005900     MOVE ORR-VARIACAO TO ORR-D-VAR-MES.
005910     MOVE ORR-PERCENTUAL TO ORR-D-PCT-MES.
005920     MOVE ORR-I-ORC-ACU TO ORR-ORCADO.
005930     MOVE ORR-I-REA-ACU TO ORR-REALIZADO.
005940     PERFORM 5100-CALCULAR-VARIACAO
005950         THRU 5100-CALCULAR-VARIACAO-EXIT.
005960     MOVE ORR-ORCADO TO ORR-D-ORC-ACU.
005970     MOVE ORR-REALIZADO TO ORR-D-REA-ACU.
005980     MOVE ORR-VARIACAO TO ORR-D-VAR-ACU.
005990     MOVE ORR-PERCENTUAL TO ORR-D-PCT-ACU.
006000*    PROJECAO NO RITMO DO ACUMULADO - O FECHAMENTO RODA COM
006010*    O MES DE REFERENCIA COMPLETO
006020     COMPUTE ORR-PROJECAO ROUNDED =
006030         ORR-I-REA-ACU * 12 / ORR-DATA-MES
006040         ON SIZE ERROR
006050             MOVE ZEROS TO ORR-PROJECAO
006060     END-COMPUTE.
006070     MOVE ORR-PROJECAO TO ORR-D-PROJECAO.
006080     MOVE ORR-I-ORC-ANO TO ORR-D-ORC-ANO.
006090     IF ORR-LINHA-MARCADA
006100         MOVE '***' TO ORR-D-MARCA
006110     END-IF.
006120 5000-MONTAR-VALORES-EXIT.
006130     EXIT.
006140
006150*=========================================================
006160* VARIACAO = REALIZADO - ORCADO; PERCENTUAL SOBRE O ORCADO.
006170* SEM ORCAMENTO E COM REALIZADO: 999,9 E MARCA
006180*=========================================================
006190 5100-CALCULAR-VARIACAO.
006200     COMPUTE ORR-VARIACAO = ORR-REALIZADO - ORR-ORCADO.
006210     IF ORR-ORCADO = ZEROS
006220         IF ORR-REALIZADO = ZEROS
006230             MOVE ZEROS TO ORR-PERCENTUAL
006240         ELSE
006250             MOVE 999,9 TO ORR-PERCENTUAL
006260             SET ORR-LINHA-MARCADA TO TRUE
006270         END-IF
006280         GO TO 5100-CALCULAR-VARIACAO-EXIT.
006290     COMPUTE ORR-PERCENTUAL ROUNDED =
006300         ORR-VARIACAO * 100 / ORR-ORCADO
006310         ON SIZE ERROR
006320             MOVE 9999,9 TO ORR-PERCENTUAL
006330     END-COMPUTE.
006340     IF ORR-PERCENTUAL < ZEROS
006350         COMPUTE ORR-PCT-ABSOLUTO = ORR-PERCENTUAL * -1
006360     ELSE
006370         MOVE ORR-PERCENTUAL TO ORR-PCT-ABSOLUTO
006380     END-IF.
006390     IF ORR-PCT-ABSOLUTO > ORR-TOLERANCIA
006400         SET ORR-LINHA-MARCADA TO TRUE
006410     END-IF.
006420 5100-CALCULAR-VARIACAO-EXIT.
006430     EXIT.
006440
006450*=========================================================
006460* LOCALIZA ORR-CHAVE-BUSCA NA TABELA (ORR-IX); NAO ACHANDO,
006470* INCLUI NA POSICAO DA ORDEM. TABELA CHEIA = ORR-IX ZERO E
006480* AVISO (RC 4)
006490*=========================================================
006500 8000-LOCALIZAR-LINHA.
006510     MOVE 1 TO ORR-IX.
006520     MOVE 'N' TO ORR-SW-POSICAO.
006530     PERFORM 8010-COMPARAR-CHAVE THRU 8010-COMPARAR-CHAVE-EXIT
006540         UNTIL ORR-POSICAO-ACHADA.
006550     IF ORR-IX NOT > ORR-QTDE-LINHAS
006560         IF ORR-T-CHAVE (ORR-IX) = ORR-CHAVE-BUSCA
006570             GO TO 8000-LOCALIZAR-LINHA-EXIT
006580         END-IF
006590     END-IF.
006600     IF ORR-QTDE-LINHAS = 200
006610         IF NOT ORR-TABELA-CHEIA
006620             SET ORR-TABELA-CHEIA TO TRUE
006630             DISPLAY 'TABELA EMPRESA/UF CHEIA (200) - '
006640                 'LINHAS EXCEDENTES FORA DO RELATORIO'
006650             MOVE 4 TO ORR-RETORNO
006660         END-IF
006670         MOVE ZEROS TO ORR-IX
006680         GO TO 8000-LOCALIZAR-LINHA-EXIT.
006690     ADD 1 TO ORR-QTDE-LINHAS.
006700     PERFORM 8020-DESLOCAR-LINHA THRU 8020-DESLOCAR-LINHA-EXIT
006710         VARYING ORR-SUB FROM ORR-QTDE-LINHAS BY -1
006720         UNTIL ORR-SUB NOT > ORR-IX.
006730     MOVE ORR-CHAVE-BUSCA TO ORR-T-CHAVE (ORR-IX).
006740     PERFORM 8030-ZERAR-LINHA THRU 8030-ZERAR-LINHA-EXIT
006750         VARYING ORR-MET FROM 1 BY 1 UNTIL ORR-MET > 2.
006760 8000-LOCALIZAR-LINHA-EXIT.
006770     EXIT.
006780
006790 8010-COMPARAR-CHAVE.
006800     IF ORR-IX > ORR-QTDE-LINHAS
006810         SET ORR-POSICAO-ACHADA TO TRUE
006820         GO TO 8010-COMPARAR-CHAVE-EXIT.
006830     IF ORR-T-CHAVE (ORR-IX) NOT < ORR-CHAVE-BUSCA
006840         SET ORR-POSICAO-ACHADA TO TRUE
006850         GO TO 8010-COMPARAR-CHAVE-EXIT.
006860     ADD 1 TO ORR-IX.
006870 8010-COMPARAR-CHAVE-EXIT.
006880     EXIT.
006890
006900 8020-DESLOCAR-LINHA.
006910     MOVE ORR-LINHA (ORR-SUB - 1) TO ORR-LINHA (ORR-SUB).
006920 8020-DESLOCAR-LINHA-EXIT.
006930     EXIT.
006940
006950 8030-ZERAR-LINHA.
006960     MOVE ZEROS TO ORR-T-ORC-MES (ORR-IX ORR-MET)
006970                   ORR-T-REA-MES (ORR-IX ORR-MET)
006980                   ORR-T-ORC-ACU (ORR-IX ORR-MET)
006990                   ORR-T-REA-ACU (ORR-IX ORR-MET)
007000                   ORR-T-ORC-ANO (ORR-IX ORR-MET).
007010 8030-ZERAR-LINHA-EXIT.
007020     EXIT.
007030
007040 9000-FINALIZAR.
007050     IF ORR-ORCFRT-ABERTO
007060         CLOSE FREIGHT-BUDGET
007070     END-IF.
007080     IF ORR-FRTHIST-ABERTO
007090         CLOSE FREIGHT-HISTORY
007100     END-IF.
007110     IF ORR-TEM-COMPMAST
007120         CLOSE COMPANY-MASTER
007130     END-IF.
007140     CLOSE BUDGET-REPORT.
007150     DISPLAY 'ORCADO X REALIZADO ' ORR-PERIODO-FIM
007160         ' - FRETES LIDOS: ' ORR-QTDE-HIST
007170         ' - LINHAS EMPRESA/UF: ' ORR-QTDE-LINHAS
007180         ' - FORA DA TOLERANCIA: ' ORR-QTDE-MARCADAS.
007190 9000-FINALIZAR-EXIT.
007200     EXIT.
