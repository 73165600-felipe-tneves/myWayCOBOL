000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCOB98.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE PATRIMONIO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: RELATORIO MENSAL DE VENCIMENTO DE CONTRATOS DOS
000100*           LOTES DO GALPAO (RENOVRPT) - NINGUEM ERA AVISADO
000110*           ANTES DO FIM DO CONTRATO (TEN-DATA-FIM): O
000120*           CONTRATO VENCIA, O FATURAMENTO (PROGCOB18) PARAVA
000130*           DE COBRAR E O LOTE APARECIA VAGO COM O LOCATARIO
000140*           AINDA DENTRO. LISTA OS CONTRATOS ATIVOS QUE
000150*           VENCEM NOS PROXIMOS 30, 60 E 90 DIAS, MAIS OS JA
000160*           VENCIDOS E AINDA ATIVOS, COM A AREA DO LOTE E A
000170*           SITUACAO DA RENOVACAO (ARQUIVO RENOVCTR, CONSOLE
000180*           PROGCOB99). PARA O LOTE QUE VAI VAGAR (SEM
000190*           PROPOSTA OU COM PROPOSTA RECUSADA) LISTA OS
000200*           INTERESSADOS DA LISTA DE ESPERA (LISTESP) CUJA
000210*           FAIXA DE AREA COMPORTA O LOTE, EM ORDEM DE
000220*           CHEGADA, PARA A OFERTA ANTES DE O LOTE FICAR
000230*           VAZIO. RODA NO FECHAMENTO MENSAL (PROGCOB75).
000240*           CONTRATO VENCIDO AINDA ATIVO OU VENCENDO EM ATE
000250*           30 DIAS SEM PROPOSTA TERMINA COM RC 4 (AVISO).
000260* OBS: CONTAGEM DE DIAS APROXIMADA ANO*365 + MES*31 + DIA,
000270*      COMO NA JANELA DE LOTES QUE VAGAM DO PROGCOB18. AREA
000280*      DO LOTE = RETANGULO PRINCIPAL (LOTS) MAIS OS
000290*      SEGMENTOS ADICIONAIS (LOTSEGS), COMO NO FATURAMENTO.
000300*      DATA DE PROCESSAMENTO = BUSIDATE, SE DIFERENTE DE
000310*      ZEROS, SENAO A DO SISTEMA.
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
000420     SELECT TENANT-MASTER ASSIGN TO 'TENANTS'
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS TEN-LOTE-ID
000460         FILE STATUS IS VCT-TENANT-STATUS.
000470     SELECT CONTRACT-RENEWAL ASSIGN TO 'RENOVCTR'
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS RNV-CHAVE
000510         FILE STATUS IS VCT-RENOVCTR-STATUS.
000520     SELECT WAITING-LIST ASSIGN TO 'LISTESP'
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS LES-NUMERO
000560         FILE STATUS IS VCT-LISTESP-STATUS.
000570     SELECT LOTS-FILE ASSIGN TO 'LOTS'
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS VCT-LOTS-STATUS.
000600     SELECT LOT-SEGMENTS ASSIGN TO 'LOTSEGS'
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS VCT-LOTSEG-STATUS.
000630     SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSIDATE'
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS VCT-BUSIDATE-STATUS.
000660     SELECT RENEWAL-REPORT ASSIGN TO 'RENOVRPT'
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS VCT-REPORT-STATUS.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  TENANT-MASTER.
000720     COPY TENANT.
000730 FD  CONTRACT-RENEWAL.
000740     COPY RENOVCTR.
000750 FD  WAITING-LIST.
000760     COPY LISTESP.
000770 FD  LOTS-FILE.
000780     COPY LOTREC.
000790 FD  LOT-SEGMENTS.
000800     COPY LOTSEG.
000810 FD  BUSINESS-DATE-FILE.
000820     COPY BUSIDATE.
000830 FD  RENEWAL-REPORT
000840     RECORD CONTAINS 132 CHARACTERS.
000850 01  VCT-REPORT-LINE          PIC X(132).
000860 WORKING-STORAGE SECTION.
000870 01  VCT-SWITCHES.
000880     05  VCT-TENANT-STATUS    PIC X(02) VALUE '00'.
000890         88  VCT-TENANT-EOF       VALUE '10'.
000900     05  VCT-RENOVCTR-STATUS  PIC X(02) VALUE '00'.
000910     05  VCT-LISTESP-STATUS   PIC X(02) VALUE '00'.
000920         88  VCT-LISTESP-EOF      VALUE '10'.
000930     05  VCT-LOTS-STATUS      PIC X(02) VALUE '00'.
000940         88  VCT-LOTS-EOF         VALUE '10'.
000950     05  VCT-LOTSEG-STATUS    PIC X(02) VALUE '00'.
000960         88  VCT-LOTSEG-EOF       VALUE '10'.
000970     05  VCT-BUSIDATE-STATUS  PIC X(02) VALUE '00'.
000980     05  VCT-REPORT-STATUS    PIC X(02) VALUE '00'.
000990     05  VCT-SW-TENANT        PIC X(01) VALUE 'N'.
001000         88  VCT-TENANT-ABERTO    VALUE 'S'.
001010     05  VCT-SW-RENOVCTR      PIC X(01) VALUE 'N'.
001020         88  VCT-RENOVCTR-DISPONIVEL VALUE 'S'.
001030     05  VCT-SW-LISTA-CHEIA   PIC X(01) VALUE 'N'.
001040         88  VCT-LISTA-CHEIA      VALUE 'S'.
001050     05  VCT-SW-TABELA-CHEIA  PIC X(01) VALUE 'N'.
001060         88  VCT-TABELA-CHEIA     VALUE 'S'.
001070
001080 01  VCT-DATASISTEMA.
001090     05  VCT-DATA-ANO         PIC 9(04).
001100     05  VCT-DATA-MES         PIC 9(02).
001110     05  VCT-DATA-DIA         PIC 9(02).
001120 01  VCT-DATA-CONTRATO.
001130     05  VCT-CT-ANO           PIC 9(04).
001140     05  VCT-CT-MES           PIC 9(02).
001150     05  VCT-CT-DIA           PIC 9(02).
001160
001170*    CONTRATOS NA JANELA - FAIXA 0 = VENCIDO E AINDA ATIVO,
001180*    1 = ATE 30 DIAS, 2 = 31 A 60, 3 = 61 A 90
001190 01  VCT-TABELA-CONTRATOS.
001200     05  VCT-QTDE-CONTRATOS   PIC 9(03) COMP VALUE ZEROS.
001210     05  VCT-CONTRATO OCCURS 300 TIMES.
001220         10  VCT-C-LOTE       PIC 9(05).
001230         10  VCT-C-LOCATARIO  PIC 9(04).
001240         10  VCT-C-NOME       PIC X(25).
001250         10  VCT-C-FIM        PIC 9(08).
001260         10  VCT-C-DIAS       PIC S9(05) COMP-3.
001270         10  VCT-C-FAIXA      PIC 9(01).
001280         10  VCT-C-TAXA       PIC 9(04)V99.
001290         10  VCT-C-AREA       PIC 9(06)V99 COMP-3.
001300         10  VCT-C-RENOVACAO  PIC X(01).
001310         10  VCT-C-TAXA-NOVA  PIC 9(04)V99.
001320         10  VCT-C-FIM-NOVO   PIC 9(08).
001330
001340*    INTERESSADOS AGUARDANDO, EM ORDEM DE CHEGADA
001350 01  VCT-TABELA-LISTA.
001360     05  VCT-QTDE-LISTA       PIC 9(03) COMP VALUE ZEROS.
001370     05  VCT-INTERESSADO OCCURS 300 TIMES.
001380         10  VCT-L-NUMERO     PIC 9(05).
001390         10  VCT-L-NOME       PIC X(25).
001400         10  VCT-L-CONTATO    PIC X(20).
001410         10  VCT-L-AREA-MIN   PIC 9(06)V99.
001420         10  VCT-L-AREA-MAX   PIC 9(06)V99.
001430
001440 01  VCT-AREA-TRABALHO.
001450     05  VCT-IX               PIC 9(03) COMP VALUE ZEROS.
001460     05  VCT-IL               PIC 9(03) COMP VALUE ZEROS.
001470     05  VCT-FX               PIC 9(01) COMP VALUE ZEROS.
001480     05  VCT-LOTE-PROCURADO   PIC 9(05) VALUE ZEROS.
001490     05  VCT-AREA-LIDA        PIC 9(06)V99 VALUE ZEROS.
001500     05  VCT-DIAS-HOJE        PIC 9(07) VALUE ZEROS.
001510     05  VCT-DIAS-FIM         PIC 9(07) VALUE ZEROS.
001520     05  VCT-DIAS-FALTAM      PIC S9(07) VALUE ZEROS.
001530     05  VCT-RETORNO          PIC 9(02) VALUE ZEROS.
001540     05  VCT-QTDE-NA-FAIXA    PIC 9(05) COMP VALUE ZEROS.
001550     05  VCT-QTDE-CASADOS     PIC 9(05) COMP VALUE ZEROS.
001560     05  VCT-QTDE-FAIXA OCCURS 4 TIMES
001570                              PIC 9(05) COMP.
001580     05  VCT-QTDE-SEM-PROPOSTA PIC 9(05) COMP VALUE ZEROS.
001590     05  VCT-QTDE-NEGOCIACAO  PIC 9(05) COMP VALUE ZEROS.
001600     05  VCT-QTDE-RECUSADAS   PIC 9(05) COMP VALUE ZEROS.
001610     05  VCT-QTDE-OFERTAVEIS  PIC 9(05) COMP VALUE ZEROS.
001620
001630 01  VCT-CABECALHO-1.
001640     05  FILLER               PIC X(44) VALUE
001650         '===== VENCIMENTO DE CONTRATOS DOS LOTES - EM'.
001660     05  FILLER               PIC X(01) VALUE SPACES.
001670     05  VCT-C1-DATA          PIC 9(08).
001680     05  FILLER               PIC X(06) VALUE ' ====='.
001690     05  FILLER               PIC X(73) VALUE SPACES.
001700
001710 01  VCT-CABECALHO-2.
001720     05  FILLER               PIC X(01) VALUE SPACES.
001730     05  FILLER               PIC X(06) VALUE 'LOTE  '.
001740     05  FILLER               PIC X(05) VALUE 'LOC. '.
001750     05  FILLER               PIC X(26) VALUE 'NOME'.
001760     05  FILLER               PIC X(09) VALUE 'FIM'.
001770     05  FILLER               PIC X(06) VALUE '  DIAS'.
001780     05  FILLER               PIC X(11) VALUE '   AREA M2'.
001790     05  FILLER               PIC X(08) VALUE ' TAXA M2'.
001800     05  FILLER               PIC X(02) VALUE SPACES.
001810     05  FILLER               PIC X(16) VALUE 'RENOVACAO'.
001820     05  FILLER               PIC X(09) VALUE 'TAXA NOVA'.
001830     05  FILLER               PIC X(08) VALUE 'FIM NOVO'.
001840     05  FILLER               PIC X(25) VALUE SPACES.
001850
001860 01  VCT-LINHA-FAIXA.
001870     05  FILLER               PIC X(05) VALUE ' --- '.
001880     05  VCT-F-TITULO         PIC X(40).
001890     05  FILLER               PIC X(87) VALUE SPACES.
001900
001910 01  VCT-LINHA-DETALHE.
001920     05  FILLER               PIC X(01) VALUE SPACES.
001930     05  VCT-D-LOTE           PIC 9(05).
001940     05  FILLER               PIC X(01) VALUE SPACES.
001950     05  VCT-D-LOCATARIO      PIC 9(04).
001960     05  FILLER               PIC X(01) VALUE SPACES.
001970     05  VCT-D-NOME           PIC X(25).
001980     05  FILLER               PIC X(01) VALUE SPACES.
001990     05  VCT-D-FIM            PIC 9(08).
002000     05  FILLER               PIC X(01) VALUE SPACES.
002010     05  VCT-D-DIAS           PIC -ZZZ9.
002020     05  FILLER               PIC X(01) VALUE SPACES.
002030     05  VCT-D-AREA           PIC ZZZ.ZZ9,99.
002040     05  FILLER               PIC X(01) VALUE SPACES.
002050     05  VCT-D-TAXA           PIC Z.ZZ9,99.
002060     05  FILLER               PIC X(02) VALUE SPACES.
002070     05  VCT-D-RENOVACAO      PIC X(15).
002080     05  FILLER               PIC X(01) VALUE SPACES.
002090     05  VCT-D-TAXA-NOVA      PIC Z.ZZ9,99.
002100     05  FILLER               PIC X(01) VALUE SPACES.
002110     05  VCT-D-FIM-NOVO       PIC X(08).
002120     05  FILLER               PIC X(25) VALUE SPACES.
002130
002140 01  VCT-LINHA-INTERESSADO.
002150     05  FILLER               PIC X(09) VALUE SPACES.
002160     05  FILLER               PIC X(13) VALUE 'INTERESSADO '.
002170     05  VCT-I-NUMERO         PIC 9(05).
002180     05  FILLER               PIC X(01) VALUE SPACES.
002190     05  VCT-I-NOME           PIC X(25).
002200     05  FILLER               PIC X(01) VALUE SPACES.
002210     05  VCT-I-CONTATO        PIC X(20).
002220     05  FILLER               PIC X(07) VALUE ' FAIXA '.
002230     05  VCT-I-AREA-MIN       PIC ZZZ.ZZ9,99.
002240     05  FILLER               PIC X(03) VALUE ' A '.
002250     05  VCT-I-AREA-MAX       PIC ZZZ.ZZ9,99.
002260     05  FILLER               PIC X(28) VALUE SPACES.
002270
002280 01  VCT-LINHA-TOTAL.
002290     05  FILLER               PIC X(01) VALUE SPACES.
002300     05  VCT-T-ROTULO         PIC X(40).
002310     05  VCT-T-QTDE           PIC ZZ.ZZ9.
002320     05  FILLER               PIC X(85) VALUE SPACES.
002330
002340 PROCEDURE DIVISION.
002350
002360 0000-MAINLINE.
002370     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002380     PERFORM 2000-SELECIONAR-CONTRATO
002390         THRU 2000-SELECIONAR-CONTRATO-EXIT
002400         UNTIL VCT-TENANT-EOF.
002410     PERFORM 3000-APURAR-AREAS THRU 3000-APURAR-AREAS-EXIT.
002420     PERFORM 4000-IMPRIMIR-RELATORIO
002430         THRU 4000-IMPRIMIR-RELATORIO-EXIT.
002440     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
002450     MOVE VCT-RETORNO TO RETURN-CODE.
002460     GOBACK.
002470
002480*=========================================================
002490* DATA DE PROCESSAMENTO, CARGA DA LISTA DE ESPERA E
002500* ABERTURA DOS ARQUIVOS
002510*=========================================================
002520 1000-INICIALIZAR.
002530     ACCEPT VCT-DATASISTEMA FROM DATE YYYYMMDD.
002540     OPEN INPUT BUSINESS-DATE-FILE.
002550     IF VCT-BUSIDATE-STATUS = '00'
002560         READ BUSINESS-DATE-FILE
002570             AT END
002580                 CONTINUE
002590             NOT AT END
002600                 IF BSD-DATA NOT = ZEROS
002610                     MOVE BSD-DATA TO VCT-DATASISTEMA
002620                 END-IF
002630         END-READ
002640         CLOSE BUSINESS-DATE-FILE
002650     END-IF.
002660     COMPUTE VCT-DIAS-HOJE = VCT-DATA-ANO * 365
002670         + VCT-DATA-MES * 31 + VCT-DATA-DIA.
002680     MOVE ZEROS TO VCT-QTDE-FAIXA (1) VCT-QTDE-FAIXA (2)
002690                   VCT-QTDE-FAIXA (3) VCT-QTDE-FAIXA (4).
002700     OPEN OUTPUT RENEWAL-REPORT.
002710     OPEN INPUT CONTRACT-RENEWAL.
002720     IF VCT-RENOVCTR-STATUS = '00'
002730         SET VCT-RENOVCTR-DISPONIVEL TO TRUE
002740     ELSE
002750         DISPLAY 'ARQUIVO DE RENOVACOES AUSENTE - STATUS '
002760             VCT-RENOVCTR-STATUS ' - TODOS SEM PROPOSTA'
002770     END-IF.
002780     OPEN INPUT WAITING-LIST.
002790     IF VCT-LISTESP-STATUS = '00'
002800         PERFORM 1100-CARREGAR-LISTA
002810             THRU 1100-CARREGAR-LISTA-EXIT
002820             UNTIL VCT-LISTESP-EOF
002830         CLOSE WAITING-LIST
002840     ELSE
002850         DISPLAY 'LISTA DE ESPERA AUSENTE - STATUS '
002860             VCT-LISTESP-STATUS
002870     END-IF.
002880     OPEN INPUT TENANT-MASTER.
002890     IF VCT-TENANT-STATUS NOT = '00'
002900         DISPLAY 'TENANT-MASTER INDISPONIVEL - STATUS '
002910             VCT-TENANT-STATUS
002920         MOVE 4 TO VCT-RETORNO
002930         SET VCT-TENANT-EOF TO TRUE
002940         GO TO 1000-INICIALIZAR-EXIT.
002950     SET VCT-TENANT-ABERTO TO TRUE.
002960     READ TENANT-MASTER
002970         AT END SET VCT-TENANT-EOF TO TRUE
002980     END-READ.
002990 1000-INICIALIZAR-EXIT.
003000     EXIT.
003010
003020 1100-CARREGAR-LISTA.
003030     READ WAITING-LIST
003040         AT END
003050             SET VCT-LISTESP-EOF TO TRUE
003060             GO TO 1100-CARREGAR-LISTA-EXIT
003070     END-READ.
003080     IF VCT-LISTESP-STATUS NOT = '00'
003090         SET VCT-LISTESP-EOF TO TRUE
003100         GO TO 1100-CARREGAR-LISTA-EXIT.
003110     IF NOT LES-AGUARDANDO
003120         GO TO 1100-CARREGAR-LISTA-EXIT.
003130     IF VCT-QTDE-LISTA = 300
003140         IF NOT VCT-LISTA-CHEIA
003150             DISPLAY 'ATENCAO: LISTA DE ESPERA COM MAIS DE 300 '
003160                 'INTERESSADOS - EXCEDENTES IGNORADOS'
003170             SET VCT-LISTA-CHEIA TO TRUE
003180         END-IF
003190         GO TO 1100-CARREGAR-LISTA-EXIT.
003200     ADD 1 TO VCT-QTDE-LISTA.
003210     MOVE LES-NUMERO TO VCT-L-NUMERO (VCT-QTDE-LISTA).
003220     MOVE LES-NOME TO VCT-L-NOME (VCT-QTDE-LISTA).
003230     MOVE LES-CONTATO TO VCT-L-CONTATO (VCT-QTDE-LISTA).
003240     MOVE LES-AREA-MINIMA TO VCT-L-AREA-MIN (VCT-QTDE-LISTA).
003250     MOVE LES-AREA-MAXIMA TO VCT-L-AREA-MAX (VCT-QTDE-LISTA).
003260 1100-CARREGAR-LISTA-EXIT.
003270     EXIT.
003280
003290*=========================================================
003300* CONTRATO ATIVO COM FIM ATE 90 DIAS A FRENTE (OU JA
003310* PASSADO) ENTRA NA TABELA COM A SITUACAO DA RENOVACAO
003320*=========================================================
003330 2000-SELECIONAR-CONTRATO.
003340     IF NOT TEN-ATIVO OR TEN-DATA-FIM = ZEROS
003350         GO TO 2000-SELECIONAR-CONTRATO-LER.
003360     MOVE TEN-DATA-FIM TO VCT-DATA-CONTRATO.
003370     COMPUTE VCT-DIAS-FIM = VCT-CT-ANO * 365
003380         + VCT-CT-MES * 31 + VCT-CT-DIA.
003390     COMPUTE VCT-DIAS-FALTAM = VCT-DIAS-FIM - VCT-DIAS-HOJE.
003400     IF VCT-DIAS-FALTAM > 90
003410         GO TO 2000-SELECIONAR-CONTRATO-LER.
003420     IF VCT-QTDE-CONTRATOS = 300
003430         IF NOT VCT-TABELA-CHEIA
003440             DISPLAY 'ATENCAO: MAIS DE 300 CONTRATOS NA '
003450                 'JANELA - EXCEDENTES FORA DO RELATORIO'
003460             SET VCT-TABELA-CHEIA TO TRUE
003470             MOVE 4 TO VCT-RETORNO
003480         END-IF
003490         GO TO 2000-SELECIONAR-CONTRATO-LER.
003500     ADD 1 TO VCT-QTDE-CONTRATOS.
003510     MOVE VCT-QTDE-CONTRATOS TO VCT-IX.
003520     MOVE TEN-LOTE-ID TO VCT-C-LOTE (VCT-IX).
003530     MOVE TEN-CODIGO TO VCT-C-LOCATARIO (VCT-IX).
003540     MOVE TEN-NOME TO VCT-C-NOME (VCT-IX).
003550     MOVE TEN-DATA-FIM TO VCT-C-FIM (VCT-IX).
003560     MOVE VCT-DIAS-FALTAM TO VCT-C-DIAS (VCT-IX).
003570     MOVE TEN-VALOR-M2 TO VCT-C-TAXA (VCT-IX).
003580     MOVE ZEROS TO VCT-C-AREA (VCT-IX)
003590                   VCT-C-TAXA-NOVA (VCT-IX)
003600                   VCT-C-FIM-NOVO (VCT-IX).
003610     EVALUATE TRUE
003620         WHEN VCT-DIAS-FALTAM < 0
003630             MOVE 0 TO VCT-C-FAIXA (VCT-IX)
003640         WHEN VCT-DIAS-FALTAM NOT > 30
003650             MOVE 1 TO VCT-C-FAIXA (VCT-IX)
003660         WHEN VCT-DIAS-FALTAM NOT > 60
003670             MOVE 2 TO VCT-C-FAIXA (VCT-IX)
003680         WHEN OTHER
003690             MOVE 3 TO VCT-C-FAIXA (VCT-IX)
003700     END-EVALUATE.
003710     MOVE SPACE TO VCT-C-RENOVACAO (VCT-IX).
003720     IF VCT-RENOVCTR-DISPONIVEL
003730         MOVE TEN-LOTE-ID TO RNV-LOTE-ID
003740         MOVE TEN-DATA-FIM TO RNV-FIM-ATUAL
003750         READ CONTRACT-RENEWAL
003760             INVALID KEY
003770                 CONTINUE
003780             NOT INVALID KEY
003790                 MOVE RNV-STATUS TO VCT-C-RENOVACAO (VCT-IX)
003800                 MOVE RNV-VALOR-NOVO
003810                     TO VCT-C-TAXA-NOVA (VCT-IX)
003820                 MOVE RNV-FIM-NOVO TO VCT-C-FIM-NOVO (VCT-IX)
003830         END-READ
003840     END-IF.
003850 2000-SELECIONAR-CONTRATO-LER.
003860     READ TENANT-MASTER
003870         AT END SET VCT-TENANT-EOF TO TRUE
003880     END-READ.
003890 2000-SELECIONAR-CONTRATO-EXIT.
003900     EXIT.
003910
003920*=========================================================
003930* AREA DOS LOTES DA TABELA: RETANGULO PRINCIPAL DO LOTS
003940* MAIS OS SEGMENTOS ADICIONAIS DO LOTSEGS
003950*=========================================================
003960 3000-APURAR-AREAS.
003970     IF VCT-QTDE-CONTRATOS = ZEROS
003980         GO TO 3000-APURAR-AREAS-EXIT.
003990     OPEN INPUT LOTS-FILE.
004000     IF VCT-LOTS-STATUS NOT = '00'
004010         DISPLAY 'ARQUIVO DE LOTES INDISPONIVEL - STATUS '
004020             VCT-LOTS-STATUS ' - AREAS ZERADAS'
004030     ELSE
004040         PERFORM 3100-LER-LOTE THRU 3100-LER-LOTE-EXIT
004050             UNTIL VCT-LOTS-EOF
004060         CLOSE LOTS-FILE
004070     END-IF.
004080     OPEN INPUT LOT-SEGMENTS.
004090     IF VCT-LOTSEG-STATUS = '00'
004100         PERFORM 3200-LER-SEGMENTO
004110             THRU 3200-LER-SEGMENTO-EXIT
004120             UNTIL VCT-LOTSEG-EOF
004130         CLOSE LOT-SEGMENTS
004140     END-IF.
004150 3000-APURAR-AREAS-EXIT.
004160     EXIT.
004170
004180 3100-LER-LOTE.
004190     READ LOTS-FILE
004200         AT END
004210             SET VCT-LOTS-EOF TO TRUE
004220             GO TO 3100-LER-LOTE-EXIT
004230     END-READ.
004240     MOVE LOT-ID TO VCT-LOTE-PROCURADO.
004250     COMPUTE VCT-AREA-LIDA ROUNDED =
004260         LOT-LARGURA * LOT-COMPRIMENTO
004270         ON SIZE ERROR
004280             MOVE ZEROS TO VCT-AREA-LIDA
004290     END-COMPUTE.
004300     PERFORM 3300-SOMAR-AREA THRU 3300-SOMAR-AREA-EXIT.
004310 3100-LER-LOTE-EXIT.
004320     EXIT.
004330
004340 3200-LER-SEGMENTO.
004350     READ LOT-SEGMENTS
004360         AT END
004370             SET VCT-LOTSEG-EOF TO TRUE
004380             GO TO 3200-LER-SEGMENTO-EXIT
004390     END-READ.
004400     MOVE LSG-LOTE-ID TO VCT-LOTE-PROCURADO.
004410     COMPUTE VCT-AREA-LIDA ROUNDED =
004420         LSG-LARGURA * LSG-COMPRIMENTO
004430         ON SIZE ERROR
004440             MOVE ZEROS TO VCT-AREA-LIDA
004450     END-COMPUTE.
004460     PERFORM 3300-SOMAR-AREA THRU 3300-SOMAR-AREA-EXIT.
004470 3200-LER-SEGMENTO-EXIT.
004480     EXIT.
004490
004500 3300-SOMAR-AREA.
004510     PERFORM 3310-COMPARAR-LOTE THRU 3310-COMPARAR-LOTE-EXIT
004520         VARYING VCT-IX FROM 1 BY 1
004530         UNTIL VCT-IX > VCT-QTDE-CONTRATOS.
004540 3300-SOMAR-AREA-EXIT.
004550     EXIT.
004560
004570 3310-COMPARAR-LOTE.
004580     IF VCT-C-LOTE (VCT-IX) = VCT-LOTE-PROCURADO
004590         ADD VCT-AREA-LIDA TO VCT-C-AREA (VCT-IX)
004600     END-IF.
004610 3310-COMPARAR-LOTE-EXIT.
004620     EXIT.
004630
004640*=========================================================
004650* RELATORIO: UMA SECAO POR FAIXA (VENCIDOS, 30, 60 E 90
004660* DIAS) E OS TOTAIS
004670*=========================================================
004680 4000-IMPRIMIR-RELATORIO.
004690     MOVE VCT-DATASISTEMA TO VCT-C1-DATA.
004700     WRITE VCT-REPORT-LINE FROM VCT-CABECALHO-1.
004710     MOVE SPACES TO VCT-REPORT-LINE.
004720     WRITE VCT-REPORT-LINE.
004730     WRITE VCT-REPORT-LINE FROM VCT-CABECALHO-2.
004740     PERFORM 4100-IMPRIMIR-FAIXA THRU 4100-IMPRIMIR-FAIXA-EXIT
004750         VARYING VCT-FX FROM 0 BY 1 UNTIL VCT-FX > 3.
004760     MOVE SPACES TO VCT-REPORT-LINE.
004770     WRITE VCT-REPORT-LINE.
004780     MOVE 'VENCIDOS E AINDA ATIVOS................'
004790         TO VCT-T-ROTULO.
004800     MOVE VCT-QTDE-FAIXA (1) TO VCT-T-QTDE.
004810     WRITE VCT-REPORT-LINE FROM VCT-LINHA-TOTAL.
004820     MOVE 'VENCEM EM ATE 30 DIAS..................'
004830         TO VCT-T-ROTULO.
004840     MOVE VCT-QTDE-FAIXA (2) TO VCT-T-QTDE.
004850     WRITE VCT-REPORT-LINE FROM VCT-LINHA-TOTAL.
004860     MOVE 'VENCEM DE 31 A 60 DIAS.................'
004870         TO VCT-T-ROTULO.
004880     MOVE VCT-QTDE-FAIXA (3) TO VCT-T-QTDE.
004890     WRITE VCT-REPORT-LINE FROM VCT-LINHA-TOTAL.
004900     MOVE 'VENCEM DE 61 A 90 DIAS.................'
004910         TO VCT-T-ROTULO.
004920     MOVE VCT-QTDE-FAIXA (4) TO VCT-T-QTDE.
004930     WRITE VCT-REPORT-LINE FROM VCT-LINHA-TOTAL.
004940     MOVE 'SEM PROPOSTA DE RENOVACAO..............'
004950         TO VCT-T-ROTULO.
004960     MOVE VCT-QTDE-SEM-PROPOSTA TO VCT-T-QTDE.
004970     WRITE VCT-REPORT-LINE FROM VCT-LINHA-TOTAL.
004980     MOVE 'RENOVACAO EM NEGOCIACAO................'
004990         TO VCT-T-ROTULO.
005000     MOVE VCT-QTDE-NEGOCIACAO TO VCT-T-QTDE.
005010     WRITE VCT-REPORT-LINE FROM VCT-LINHA-TOTAL.
005020     MOVE 'RENOVACAO RECUSADA (LOTE VAI VAGAR)....'
005030         TO VCT-T-ROTULO.
005040     MOVE VCT-QTDE-RECUSADAS TO VCT-T-QTDE.
005050     WRITE VCT-REPORT-LINE FROM VCT-LINHA-TOTAL.
005060     MOVE 'LOTES COM INTERESSADO NA LISTA.........'
005070         TO VCT-T-ROTULO.
005080     MOVE VCT-QTDE-OFERTAVEIS TO VCT-T-QTDE.
005090     WRITE VCT-REPORT-LINE FROM VCT-LINHA-TOTAL.
005100 4000-IMPRIMIR-RELATORIO-EXIT.
005110     EXIT.
005120
005130 4100-IMPRIMIR-FAIXA.
005140     EVALUATE VCT-FX
005150         WHEN 0
005160             MOVE 'VENCIDOS E AINDA ATIVOS (SEM COBRANCA)'
005170                 TO VCT-F-TITULO
005180         WHEN 1
005190             MOVE 'VENCEM EM ATE 30 DIAS' TO VCT-F-TITULO
005200         WHEN 2
005210             MOVE 'VENCEM DE 31 A 60 DIAS' TO VCT-F-TITULO
005220         WHEN 3
005230             MOVE 'VENCEM DE 61 A 90 DIAS' TO VCT-F-TITULO
005240     END-EVALUATE.
005250     MOVE SPACES TO VCT-REPORT-LINE.
005260     WRITE VCT-REPORT-LINE.
005270     WRITE VCT-REPORT-LINE FROM VCT-LINHA-FAIXA.
005280     MOVE ZEROS TO VCT-QTDE-NA-FAIXA.
005290     PERFORM 4200-IMPRIMIR-CONTRATO
005300         THRU 4200-IMPRIMIR-CONTRATO-EXIT
005310         VARYING VCT-IX FROM 1 BY 1
005320         UNTIL VCT-IX > VCT-QTDE-CONTRATOS.
005330     IF VCT-QTDE-NA-FAIXA = ZEROS
005340         MOVE '     NENHUM CONTRATO NESTA FAIXA'
005350             TO VCT-REPORT-LINE
005360         WRITE VCT-REPORT-LINE
005370     END-IF.
005380     MOVE VCT-QTDE-NA-FAIXA TO VCT-QTDE-FAIXA (VCT-FX + 1).
005390 4100-IMPRIMIR-FAIXA-EXIT.
005400     EXIT.
005410
005420*=========================================================
005430* UM CONTRATO DA FAIXA: LINHA DO CONTRATO E, SE O LOTE VAI
005440* VAGAR (SEM PROPOSTA OU RECUSADA), OS INTERESSADOS
005450*=========================================================
005460 4200-IMPRIMIR-CONTRATO.
005470     IF VCT-C-FAIXA (VCT-IX) NOT = VCT-FX
005480         GO TO 4200-IMPRIMIR-CONTRATO-EXIT.
005490     ADD 1 TO VCT-QTDE-NA-FAIXA.
005500     MOVE SPACES TO VCT-LINHA-DETALHE.
005510     MOVE VCT-C-LOTE (VCT-IX) TO VCT-D-LOTE.
005520     MOVE VCT-C-LOCATARIO (VCT-IX) TO VCT-D-LOCATARIO.
005530     MOVE VCT-C-NOME (VCT-IX) TO VCT-D-NOME.
005540     MOVE VCT-C-FIM (VCT-IX) TO VCT-D-FIM.
005550     MOVE VCT-C-DIAS (VCT-IX) TO VCT-D-DIAS.
005560     MOVE VCT-C-AREA (VCT-IX) TO VCT-D-AREA.
005570     MOVE VCT-C-TAXA (VCT-IX) TO VCT-D-TAXA.
005580     EVALUATE VCT-C-RENOVACAO (VCT-IX)
005590         WHEN 'P'
005600             MOVE 'EM NEGOCIACAO' TO VCT-D-RENOVACAO
005610             MOVE VCT-C-TAXA-NOVA (VCT-IX) TO VCT-D-TAXA-NOVA
005620             MOVE VCT-C-FIM-NOVO (VCT-IX) TO VCT-D-FIM-NOVO
005630             ADD 1 TO VCT-QTDE-NEGOCIACAO
005640         WHEN 'R'
005650             MOVE 'RECUSADA' TO VCT-D-RENOVACAO
005660             ADD 1 TO VCT-QTDE-RECUSADAS
005670         WHEN OTHER
005680             MOVE '** SEM PROPOSTA' TO VCT-D-RENOVACAO
005690             ADD 1 TO VCT-QTDE-SEM-PROPOSTA
005700             IF VCT-FX < 2
005710                 MOVE 4 TO VCT-RETORNO
005720             END-IF
005730     END-EVALUATE.
005740     IF VCT-FX = 0
005750         MOVE 4 TO VCT-RETORNO
005760     END-IF.
005770     WRITE VCT-REPORT-LINE FROM VCT-LINHA-DETALHE.
005780     IF VCT-C-RENOVACAO (VCT-IX) = 'P'
005790         GO TO 4200-IMPRIMIR-CONTRATO-EXIT.
005800     MOVE ZEROS TO VCT-QTDE-CASADOS.
005810     PERFORM 4210-CASAR-INTERESSADO
005820         THRU 4210-CASAR-INTERESSADO-EXIT
005830         VARYING VCT-IL FROM 1 BY 1
005840         UNTIL VCT-IL > VCT-QTDE-LISTA.
005850     IF VCT-QTDE-CASADOS > ZEROS
005860         ADD 1 TO VCT-QTDE-OFERTAVEIS
005870     END-IF.
005880 4200-IMPRIMIR-CONTRATO-EXIT.
005890     EXIT.
005900
005910 4210-CASAR-INTERESSADO.
005920     IF VCT-C-AREA (VCT-IX) < VCT-L-AREA-MIN (VCT-IL)
005930             OR VCT-C-AREA (VCT-IX) > VCT-L-AREA-MAX (VCT-IL)
005940         GO TO 4210-CASAR-INTERESSADO-EXIT.
005950     ADD 1 TO VCT-QTDE-CASADOS.
005960     MOVE VCT-L-NUMERO (VCT-IL) TO VCT-I-NUMERO.
005970     MOVE VCT-L-NOME (VCT-IL) TO VCT-I-NOME.
005980     MOVE VCT-L-CONTATO (VCT-IL) TO VCT-I-CONTATO.
005990     MOVE VCT-L-AREA-MIN (VCT-IL) TO VCT-I-AREA-MIN.
006000     MOVE VCT-L-AREA-MAX (VCT-IL) TO VCT-I-AREA-MAX.
006010     WRITE VCT-REPORT-LINE FROM VCT-LINHA-INTERESSADO.
006020 4210-CASAR-INTERESSADO-EXIT.
006030     EXIT.
006040
006050 9000-FINALIZAR.
006060     IF VCT-TENANT-ABERTO
006070         CLOSE TENANT-MASTER
006080     END-IF.
006090     IF VCT-RENOVCTR-DISPONIVEL
006100         CLOSE CONTRACT-RENEWAL
006110     END-IF.
006120     CLOSE RENEWAL-REPORT.
006130     DISPLAY 'CONTRATOS NA JANELA DE 90 DIAS: '
006140         VCT-QTDE-CONTRATOS.
006150     DISPLAY 'SEM PROPOSTA DE RENOVACAO.....: '
006160         VCT-QTDE-SEM-PROPOSTA.
006170 9000-FINALIZAR-EXIT.
006180     EXIT.
