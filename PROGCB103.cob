000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCB103.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE PATRIMONIO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: CONFERENCIA MENSAL DOS ACORDOS DE PARCELAMENTO
000100*           DE ALUGUEL (ARQUIVO ACORDO, PROGCB102). PARA
000110*           CADA ACORDO ATIVO APURA AS PARCELAS PAGAS E EM
000120*           ABERTO NO RENTINV: TODAS PAGAS = ACORDO
000130*           QUITADO; PARCELA EM ABERTO HA MAIS DIAS QUE A
000140*           TOLERANCIA DO ACORDO = ACORDO ROMPIDO. NO
000150*           ROMPIMENTO AS PARCELAS EM ABERTO SAO CANCELADAS
000160*           (SITUACAO N, BAIXA NO BANCO DA QUE ESTAVA EM
000170*           COBRANCA) E O SALDO E RESTAURADO NUMA FATURA
000180*           NOVA (ORIGEM S) COM VENCIMENTO IMEDIATO: A
000190*           DIVIDA CONSOLIDADA (PRINCIPAL + MULTA E JUROS
000200*           DA DATA DO ACORDO), SEM O DESCONTO, MENOS AS
000210*           PARCELAS PAGAS. A FATURA DO SALDO VOLTA AO
000220*           AGING, A REMESSA E AOS ENCARGOS. O RELATORIO DE
000230*           EXCECOES ACORDRPT LISTA OS ROMPIDOS E OS
000240*           QUITADOS.
000250* OBS: RODA NO FECHAMENTO MENSAL (PROGCOB75) ANTES DO
000260*      AGING. DATA DE PROCESSAMENTO DO BUSIDATE QUANDO
000270*      INFORMADA. DIAS DE ATRASO NA CONTA APROXIMADA DA
000280*      BAIXA (ANO*365+MES*31+DIA). RC 4 QUANDO ALGUM
000290*      ACORDO FOI ROMPIDO OU A TABELA DE ACORDOS ESTOUROU.
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
000400     SELECT RENEGOTIATION ASSIGN TO 'ACORDO'
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS ACD-NUMERO
000440         FILE STATUS IS QBR-ACORDO-STATUS.
000450     SELECT RENT-INVOICES ASSIGN TO 'RENTINV'
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS INV-NUMERO
000490         FILE STATUS IS QBR-RENTINV-STATUS.
000500     SELECT INSTRUCTION-QUEUE ASSIGN TO 'BOLINSQ'
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS ISQ-CHAVE
000540         FILE STATUS IS QBR-BOLINSQ-STATUS.
000550     SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSIDATE'
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS QBR-BUSIDATE-STATUS.
000580     SELECT AGREEMENT-REPORT ASSIGN TO 'ACORDRPT'
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS QBR-REPORT-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  RENEGOTIATION.
000640     COPY ACORDO.
000650 FD  RENT-INVOICES.
000660     COPY RENTINV.
000670 FD  INSTRUCTION-QUEUE.
000680     COPY BOLINST.
000690 FD  BUSINESS-DATE-FILE.
000700     COPY BUSIDATE.
000710 FD  AGREEMENT-REPORT
000720     RECORD CONTAINS 132 CHARACTERS.
000730 01  QBR-REPORT-LINE          PIC X(132).
000740 WORKING-STORAGE SECTION.
000750 01  QBR-SWITCHES.
000760     05  QBR-ACORDO-STATUS    PIC X(02) VALUE '00'.
000770         88  QBR-ACORDO-EOF       VALUE '10'.
000780     05  QBR-RENTINV-STATUS   PIC X(02) VALUE '00'.
000790         88  QBR-RENTINV-EOF      VALUE '10'.
000800     05  QBR-BOLINSQ-STATUS   PIC X(02) VALUE '00'.
000810     05  QBR-BUSIDATE-STATUS  PIC X(02) VALUE '00'.
000820     05  QBR-REPORT-STATUS    PIC X(02) VALUE '00'.
000830     05  QBR-SW-BOLINSQ       PIC X(01) VALUE 'N'.
000840         88  QBR-BOLINSQ-DISPONIVEL   VALUE 'S'.
000850     05  QBR-SW-RENTINV       PIC X(01) VALUE 'N'.
000860         88  QBR-RENTINV-DISPONIVEL   VALUE 'S'.
000870     05  QBR-SW-TABELA-CHEIA  PIC X(01) VALUE 'N'.
000880         88  QBR-TABELA-CHEIA         VALUE 'S'.
000890     05  QBR-SW-ACORDO        PIC X(01) VALUE 'N'.
000900         88  QBR-ACORDO-ACHADO        VALUE 'S'.
000910     05  QBR-SW-VARREDURA     PIC X(01) VALUE 'N'.
000920         88  QBR-FIM-VARREDURA        VALUE 'S'.
000930         88  QBR-VARREDURA-ATIVA      VALUE 'N'.
000940
000950 01  QBR-DATASISTEMA          PIC 9(08) VALUE ZEROS.
000960
000970*    ACORDOS ATIVOS E A APURACAO DAS PARCELAS DE CADA UM.
000980*    SITUACAO APURADA: A = SEGUE ATIVO, R = ROMPE,
000990*    Q = QUITADO
001000 01  QBR-TABELA-ACORDOS.
001010     05  QBR-QTDE-ACORDOS     PIC 9(03) COMP VALUE ZEROS.
001020     05  QBR-ACORDO OCCURS 500 TIMES.
001030         10  QBR-A-NUMERO     PIC 9(05).
001040         10  QBR-A-TOLERANCIA PIC 9(03).
001050         10  QBR-A-PARCELAS   PIC 9(02).
001060         10  QBR-A-PAGAS      PIC 9(03) COMP.
001070         10  QBR-A-ABERTAS    PIC 9(03) COMP.
001080         10  QBR-A-CANCELADAS PIC 9(03) COMP.
001090         10  QBR-A-VALOR-PAGO PIC 9(08)V99 COMP-3.
001100         10  QBR-A-MAIOR-ATRASO PIC S9(05) COMP-3.
001110         10  QBR-A-SITUACAO   PIC X(01).
001120             88  QBR-A-SEGUE      VALUE 'A'.
001130             88  QBR-A-ROMPE      VALUE 'R'.
001140             88  QBR-A-QUITA      VALUE 'Q'.
001150
001160 01  QBR-AREA-TRABALHO.
001170     05  QBR-IX               PIC 9(03) COMP VALUE ZEROS.
001180     05  QBR-ACORDO-PROCURADO PIC 9(05) VALUE ZEROS.
001190     05  QBR-ULTIMA-FATURA    PIC 9(06) VALUE ZEROS.
001200     05  QBR-DIAS-HOJE        PIC 9(07) VALUE ZEROS.
001210     05  QBR-DIAS-VENCTO      PIC 9(07) VALUE ZEROS.
001220     05  QBR-DIAS-ATRASO      PIC S9(05) VALUE ZEROS.
001230     05  QBR-DIVIDA           PIC 9(08)V99 VALUE ZEROS.
001240     05  QBR-RESTAURAR        PIC 9(08)V99 VALUE ZEROS.
001250     05  QBR-PRAZO            PIC S9(03) VALUE ZEROS.
001260     05  QBR-VENCIMENTO       PIC 9(08) VALUE ZEROS.
001270     05  QBR-PROX-SEQ         PIC 9(02) VALUE ZEROS.
001280     05  QBR-RETORNO          PIC 9(02) VALUE ZEROS.
001290     05  QBR-DATA-R.
001300         10  QBR-R-ANO        PIC 9(04).
001310         10  QBR-R-MES        PIC 9(02).
001320         10  QBR-R-DIA        PIC 9(02).
001330
001340 01  QBR-CONTADORES.
001350     05  QBR-QTDE-ATIVOS      PIC 9(05) COMP VALUE ZEROS.
001360     05  QBR-QTDE-EM-DIA      PIC 9(05) COMP VALUE ZEROS.
001370     05  QBR-QTDE-ROMPIDOS    PIC 9(05) COMP VALUE ZEROS.
001380     05  QBR-QTDE-QUITADOS    PIC 9(05) COMP VALUE ZEROS.
001390     05  QBR-QTDE-CANCELADAS  PIC 9(05) COMP VALUE ZEROS.
001400     05  QBR-QTDE-BAIXAS      PIC 9(05) COMP VALUE ZEROS.
001410     05  QBR-VALOR-RESTAURADO PIC 9(10)V99 COMP-3 VALUE ZEROS.
001420
001430 01  QBR-CABECALHO-1.
001440     05  FILLER               PIC X(45) VALUE
001450         '===== CONFERENCIA DOS ACORDOS DE PARCELAMENTO'.
001460     05  FILLER               PIC X(04) VALUE ' EM '.
001470     05  QBR-C1-DATA          PIC 9(08).
001480     05  FILLER               PIC X(06) VALUE ' ====='.
001490     05  FILLER               PIC X(69) VALUE SPACES.
001500
001510 01  QBR-CABECALHO-2.
001520     05  FILLER               PIC X(40) VALUE
001530         ' ACORD LOC. NOME                      '.
001540     05  FILLER               PIC X(40) VALUE
001550         'PARC. CAN ATRAS TOL  VALOR ACORDO       '.
001560     05  FILLER               PIC X(40) VALUE
001570         '   VALOR PAGO    RESTAURADO FATURA      '.
001580     05  FILLER               PIC X(12) VALUE SPACES.
001590
001600 01  QBR-LINHA-DETALHE.
001610     05  FILLER               PIC X(01) VALUE SPACES.
001620     05  QBR-D-ACORDO         PIC 9(05).
001630     05  FILLER               PIC X(01) VALUE SPACES.
001640     05  QBR-D-LOCATARIO      PIC 9(04).
001650     05  FILLER               PIC X(01) VALUE SPACES.
001660     05  QBR-D-NOME           PIC X(25).
001670     05  FILLER               PIC X(01) VALUE SPACES.
001680     05  QBR-D-PAGAS          PIC Z9.
001690     05  FILLER               PIC X(01) VALUE '/'.
001700     05  QBR-D-PARCELAS       PIC Z9.
001710     05  FILLER               PIC X(01) VALUE SPACES.
001720     05  QBR-D-CANCELADAS     PIC ZZ9.
001730     05  FILLER               PIC X(01) VALUE SPACES.
001740     05  QBR-D-ATRASO         PIC ZZZZ9.
001750     05  FILLER               PIC X(01) VALUE SPACES.
001760     05  QBR-D-TOLERANCIA     PIC ZZ9.
001770     05  FILLER               PIC X(01) VALUE SPACES.
001780     05  QBR-D-VALOR-ACORDO   PIC ZZ.ZZZ.ZZ9,99.
001790     05  FILLER               PIC X(01) VALUE SPACES.
001800     05  QBR-D-VALOR-PAGO     PIC ZZ.ZZZ.ZZ9,99.
001810     05  FILLER               PIC X(01) VALUE SPACES.
001820     05  QBR-D-RESTAURADO     PIC ZZ.ZZZ.ZZ9,99.
001830     05  FILLER               PIC X(01) VALUE SPACES.
001840     05  QBR-D-FATURA         PIC 9(06).
001850     05  FILLER               PIC X(25) VALUE SPACES.
001860
001870 01  QBR-LINHA-TITULO.
001880     05  FILLER               PIC X(01) VALUE SPACES.
001890     05  QBR-T-TITULO         PIC X(70).
001900     05  FILLER               PIC X(61) VALUE SPACES.
001910
001920 01  QBR-LINHA-RESUMO.
001930     05  FILLER               PIC X(01) VALUE SPACES.
001940     05  QBR-R-ROTULO         PIC X(40).
001950     05  QBR-R-QTDE           PIC ZZ.ZZ9.
001960     05  FILLER               PIC X(85) VALUE SPACES.
001970
001980 01  QBR-LINHA-VALOR.
001990     05  FILLER               PIC X(01) VALUE SPACES.
002000     05  QBR-V-ROTULO         PIC X(40).
002010     05  QBR-V-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
002020     05  FILLER               PIC X(77) VALUE SPACES.
002030
002040 PROCEDURE DIVISION.
002050
002060 0000-MAINLINE.
002070     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002080     IF QBR-QTDE-ACORDOS = ZEROS OR NOT QBR-RENTINV-DISPONIVEL
002090         GO TO 0000-FINALIZAR.
002100     PERFORM 2000-APURAR-PARCELAS
002110         THRU 2000-APURAR-PARCELAS-EXIT.
002120     PERFORM 3000-TRATAR-ROMPIDOS
002130         THRU 3000-TRATAR-ROMPIDOS-EXIT.
002140     PERFORM 4000-TRATAR-QUITADOS
002150         THRU 4000-TRATAR-QUITADOS-EXIT.
002160 0000-FINALIZAR.
002170     PERFORM 5000-IMPRIMIR-RESUMO THRU 5000-IMPRIMIR-RESUMO-EXIT.
002180     IF QBR-BOLINSQ-DISPONIVEL
002190         CLOSE INSTRUCTION-QUEUE
002200     END-IF.
002210     IF QBR-RENTINV-DISPONIVEL
002220         CLOSE RENT-INVOICES
002230     END-IF.
002240     CLOSE RENEGOTIATION.
002250     CLOSE AGREEMENT-REPORT.
002260     IF QBR-QTDE-ROMPIDOS > ZEROS OR QBR-TABELA-CHEIA
002270         MOVE 4 TO QBR-RETORNO
002280     END-IF.
002290     MOVE QBR-RETORNO TO RETURN-CODE.
002300     GOBACK.
002310
002320*=========================================================
002330* DATA DE PROCESSAMENTO, ARQUIVOS E CARGA DOS ACORDOS
002340* ATIVOS NA TABELA
002350*=========================================================
002360 1000-INICIALIZAR.
002370     ACCEPT QBR-DATASISTEMA FROM DATE YYYYMMDD.
002380     OPEN INPUT BUSINESS-DATE-FILE.
002390     IF QBR-BUSIDATE-STATUS = '00'
002400         READ BUSINESS-DATE-FILE
002410             AT END
002420                 CONTINUE
002430             NOT AT END
002440                 IF BSD-DATA NOT = ZEROS
002450                     MOVE BSD-DATA TO QBR-DATASISTEMA
002460                 END-IF
002470         END-READ
002480         CLOSE BUSINESS-DATE-FILE
002490     END-IF.
002500     MOVE QBR-DATASISTEMA TO QBR-DATA-R.
002510     COMPUTE QBR-DIAS-HOJE = QBR-R-ANO * 365
002520         + QBR-R-MES * 31 + QBR-R-DIA.
002530     OPEN OUTPUT AGREEMENT-REPORT.
002540     MOVE QBR-DATASISTEMA TO QBR-C1-DATA.
002550     WRITE QBR-REPORT-LINE FROM QBR-CABECALHO-1.
002560     OPEN I-O RENEGOTIATION.
002570     IF QBR-ACORDO-STATUS = '35'
002580         OPEN OUTPUT RENEGOTIATION
002590         CLOSE RENEGOTIATION
002600         OPEN I-O RENEGOTIATION
002610     END-IF.
002620     IF QBR-ACORDO-STATUS NOT = '00'
002630         DISPLAY 'ARQUIVO DE ACORDOS INDISPONIVEL - STATUS '
002640             QBR-ACORDO-STATUS
002650         MOVE 12 TO QBR-RETORNO
002660         GO TO 1000-INICIALIZAR-EXIT.
002670     MOVE ZEROS TO ACD-NUMERO.
002680     START RENEGOTIATION KEY NOT < ACD-NUMERO
002690         INVALID KEY
002700             MOVE '10' TO QBR-ACORDO-STATUS
002710     END-START.
002720     PERFORM 1100-CARREGAR-ACORDO THRU 1100-CARREGAR-ACORDO-EXIT
002730         UNTIL QBR-ACORDO-EOF
002740            OR QBR-ACORDO-STATUS NOT = '00'.
002750     MOVE '00' TO QBR-ACORDO-STATUS.
002760     IF QBR-QTDE-ACORDOS = ZEROS
002770         GO TO 1000-INICIALIZAR-EXIT.
002780     OPEN I-O RENT-INVOICES.
002790     IF QBR-RENTINV-STATUS NOT = '00'
002800         DISPLAY 'ARQUIVO DE FATURAS INDISPONIVEL - STATUS '
002810             QBR-RENTINV-STATUS
002820         MOVE 12 TO QBR-RETORNO
002830         GO TO 1000-INICIALIZAR-EXIT.
002840     SET QBR-RENTINV-DISPONIVEL TO TRUE.
002850     OPEN I-O INSTRUCTION-QUEUE.
002860     IF QBR-BOLINSQ-STATUS = '35'
002870         OPEN OUTPUT INSTRUCTION-QUEUE
002880         CLOSE INSTRUCTION-QUEUE
002890         OPEN I-O INSTRUCTION-QUEUE
002900     END-IF.
002910     IF QBR-BOLINSQ-STATUS = '00'
002920         SET QBR-BOLINSQ-DISPONIVEL TO TRUE
002930     ELSE
002940         DISPLAY 'FILA DE INSTRUCOES (BOLINSQ) INDISPONIVEL - '
002950             'SEM BAIXA NO BANCO DAS PARCELAS CANCELADAS'
002960     END-IF.
002970 1000-INICIALIZAR-EXIT.
002980     EXIT.
002990
003000 1100-CARREGAR-ACORDO.
003010     READ RENEGOTIATION NEXT RECORD
003020         AT END
003030             SET QBR-ACORDO-EOF TO TRUE
003040             GO TO 1100-CARREGAR-ACORDO-EXIT
003050     END-READ.
003060     IF QBR-ACORDO-STATUS NOT = '00' OR NOT ACD-ATIVO
003070         GO TO 1100-CARREGAR-ACORDO-EXIT.
003080     ADD 1 TO QBR-QTDE-ATIVOS.
003090     IF QBR-QTDE-ACORDOS NOT < 500
003100         IF NOT QBR-TABELA-CHEIA
003110             DISPLAY 'ATENCAO: MAIS DE 500 ACORDOS ATIVOS - '
003120                 'EXCEDENTES FICAM PARA A PROXIMA CONFERENCIA'
003130             SET QBR-TABELA-CHEIA TO TRUE
003140         END-IF
003150         GO TO 1100-CARREGAR-ACORDO-EXIT.
003160     ADD 1 TO QBR-QTDE-ACORDOS.
003170     MOVE QBR-QTDE-ACORDOS TO QBR-IX.
003180     MOVE ACD-NUMERO TO QBR-A-NUMERO (QBR-IX).
003190     MOVE ACD-DIAS-TOLERANCIA TO QBR-A-TOLERANCIA (QBR-IX).
003200     MOVE ACD-QTDE-PARCELAS TO QBR-A-PARCELAS (QBR-IX).
003210     MOVE ZEROS TO QBR-A-PAGAS (QBR-IX)
003220                   QBR-A-ABERTAS (QBR-IX)
003230                   QBR-A-CANCELADAS (QBR-IX)
003240                   QBR-A-VALOR-PAGO (QBR-IX)
003250                   QBR-A-MAIOR-ATRASO (QBR-IX).
003260     SET QBR-A-SEGUE (QBR-IX) TO TRUE.
003270 1100-CARREGAR-ACORDO-EXIT.
003280     EXIT.
003290
003300*=========================================================
003310* POSICIONA QBR-IX NO ACORDO PROCURADO (ZERO = NAO ESTA
003320* NA TABELA - ACORDO QUE NAO ESTA ATIVO)
003330*=========================================================
003340 1300-LOCALIZAR-ACORDO.
003350     MOVE 1 TO QBR-IX.
003360     MOVE 'N' TO QBR-SW-ACORDO.
003370     PERFORM 1310-COMPARAR-ACORDO THRU 1310-COMPARAR-ACORDO-EXIT
003380         UNTIL QBR-IX > QBR-QTDE-ACORDOS OR QBR-ACORDO-ACHADO.
003390     IF NOT QBR-ACORDO-ACHADO
003400         MOVE ZEROS TO QBR-IX
003410     END-IF.
003420 1300-LOCALIZAR-ACORDO-EXIT.
003430     EXIT.
003440
003450 1310-COMPARAR-ACORDO.
003460     IF QBR-A-NUMERO (QBR-IX) = QBR-ACORDO-PROCURADO
003470         SET QBR-ACORDO-ACHADO TO TRUE
003480         GO TO 1310-COMPARAR-ACORDO-EXIT.
003490     ADD 1 TO QBR-IX.
003500 1310-COMPARAR-ACORDO-EXIT.
003510     EXIT.
003520
003530*=========================================================
003540* PRIMEIRA PASSADA NAS FATURAS: PARCELAS PAGAS E EM ABERTO
003550* DE CADA ACORDO ATIVO, MAIOR ATRASO E O MAIOR NUMERO DE
003560* FATURA; DEPOIS DECIDE QUEM ROMPE E QUEM QUITOU
003570*=========================================================
003580 2000-APURAR-PARCELAS.
003590     MOVE ZEROS TO INV-NUMERO.
003600     START RENT-INVOICES KEY NOT < INV-NUMERO
003610         INVALID KEY
003620             MOVE '10' TO QBR-RENTINV-STATUS
003630     END-START.
003640     PERFORM 2100-APURAR-FATURA THRU 2100-APURAR-FATURA-EXIT
003650         UNTIL QBR-RENTINV-EOF
003660            OR QBR-RENTINV-STATUS NOT = '00'.
003670     MOVE '00' TO QBR-RENTINV-STATUS.
003680     MOVE 1 TO QBR-IX.
003690     PERFORM 2200-DECIDIR-ACORDO THRU 2200-DECIDIR-ACORDO-EXIT
003700         UNTIL QBR-IX > QBR-QTDE-ACORDOS.
003710 2000-APURAR-PARCELAS-EXIT.
003720     EXIT.
003730
003740 2100-APURAR-FATURA.
003750     READ RENT-INVOICES NEXT RECORD
003760         AT END
003770             SET QBR-RENTINV-EOF TO TRUE
003780             GO TO 2100-APURAR-FATURA-EXIT
003790     END-READ.
003800     IF QBR-RENTINV-STATUS NOT = '00'
003810         GO TO 2100-APURAR-FATURA-EXIT.
003820     IF INV-NUMERO > QBR-ULTIMA-FATURA
003830         MOVE INV-NUMERO TO QBR-ULTIMA-FATURA
003840     END-IF.
003850     IF NOT INV-PARCELA-ACORDO
003860         GO TO 2100-APURAR-FATURA-EXIT.
003870     MOVE INV-ACORDO TO QBR-ACORDO-PROCURADO.
003880     PERFORM 1300-LOCALIZAR-ACORDO
003890         THRU 1300-LOCALIZAR-ACORDO-EXIT.
003900     IF QBR-IX = ZEROS
003910         GO TO 2100-APURAR-FATURA-EXIT.
003920     IF INV-PAGA
003930         ADD 1 TO QBR-A-PAGAS (QBR-IX)
003940         ADD INV-VALOR-BRL TO QBR-A-VALOR-PAGO (QBR-IX)
003950         GO TO 2100-APURAR-FATURA-EXIT.
003960     IF NOT INV-EM-ABERTO
003970         GO TO 2100-APURAR-FATURA-EXIT.
003980     ADD 1 TO QBR-A-ABERTAS (QBR-IX).
003990     MOVE INV-DATA-VENCIMENTO TO QBR-DATA-R.
004000     COMPUTE QBR-DIAS-VENCTO = QBR-R-ANO * 365
004010         + QBR-R-MES * 31 + QBR-R-DIA.
004020     COMPUTE QBR-DIAS-ATRASO = QBR-DIAS-HOJE - QBR-DIAS-VENCTO.
004030     IF QBR-DIAS-ATRASO > QBR-A-MAIOR-ATRASO (QBR-IX)
004040         MOVE QBR-DIAS-ATRASO TO QBR-A-MAIOR-ATRASO (QBR-IX)
004050     END-IF.
004060 2100-APURAR-FATURA-EXIT.
004070     EXIT.
004080
004090 2200-DECIDIR-ACORDO.
004100     EVALUATE TRUE
004110         WHEN QBR-A-ABERTAS (QBR-IX) > ZEROS
004120              AND QBR-A-MAIOR-ATRASO (QBR-IX) >
004130                  QBR-A-TOLERANCIA (QBR-IX)
004140             SET QBR-A-ROMPE (QBR-IX) TO TRUE
004150         WHEN QBR-A-ABERTAS (QBR-IX) = ZEROS
004160              AND QBR-A-PAGAS (QBR-IX) NOT <
004170                  QBR-A-PARCELAS (QBR-IX)
004180             SET QBR-A-QUITA (QBR-IX) TO TRUE
004190         WHEN OTHER
004200             ADD 1 TO QBR-QTDE-EM-DIA
004210     END-EVALUATE.
004220     ADD 1 TO QBR-IX.
004230 2200-DECIDIR-ACORDO-EXIT.
004240     EXIT.
004250
004260*=========================================================
004270* ROMPIDOS: SEGUNDA PASSADA CANCELA AS PARCELAS EM ABERTO;
004280* DEPOIS, ACORDO A ACORDO, RESTAURA O SALDO NUMA FATURA
004290* NOVA E LISTA NO RELATORIO DE EXCECOES
004300*=========================================================
004310 3000-TRATAR-ROMPIDOS.
004320     MOVE SPACES TO QBR-T-TITULO.
004330     MOVE 'ACORDOS ROMPIDOS (PARCELA EM ATRASO ALEM DA '
004340         TO QBR-T-TITULO.
004350     MOVE 'TOLERANCIA)' TO QBR-T-TITULO (45:11).
004360     WRITE QBR-REPORT-LINE FROM QBR-LINHA-TITULO
004370         AFTER ADVANCING 2 LINES.
004380     WRITE QBR-REPORT-LINE FROM QBR-CABECALHO-2.
004390     MOVE ZEROS TO INV-NUMERO.
004400     START RENT-INVOICES KEY NOT < INV-NUMERO
004410         INVALID KEY
004420             MOVE '10' TO QBR-RENTINV-STATUS
004430     END-START.
004440     PERFORM 3100-CANCELAR-PARCELA THRU 3100-CANCELAR-PARCELA-EXIT
004450         UNTIL QBR-RENTINV-EOF
004460            OR QBR-RENTINV-STATUS NOT = '00'.
004470     MOVE '00' TO QBR-RENTINV-STATUS.
004480     MOVE 1 TO QBR-IX.
004490     PERFORM 3200-ROMPER-ACORDO THRU 3200-ROMPER-ACORDO-EXIT
004500         UNTIL QBR-IX > QBR-QTDE-ACORDOS.
004510     IF QBR-QTDE-ROMPIDOS = ZEROS
004520         MOVE SPACES TO QBR-T-TITULO
004530         MOVE 'NENHUM ACORDO ROMPIDO' TO QBR-T-TITULO
004540         WRITE QBR-REPORT-LINE FROM QBR-LINHA-TITULO
004550     END-IF.
004560 3000-TRATAR-ROMPIDOS-EXIT.
004570     EXIT.
004580
004590 3100-CANCELAR-PARCELA.
004600     READ RENT-INVOICES NEXT RECORD
004610         AT END
004620             SET QBR-RENTINV-EOF TO TRUE
004630             GO TO 3100-CANCELAR-PARCELA-EXIT
004640     END-READ.
004650     IF QBR-RENTINV-STATUS NOT = '00'
004660         GO TO 3100-CANCELAR-PARCELA-EXIT.
004670     IF NOT INV-PARCELA-ACORDO OR NOT INV-EM-ABERTO
004680         GO TO 3100-CANCELAR-PARCELA-EXIT.
004690     MOVE INV-ACORDO TO QBR-ACORDO-PROCURADO.
004700     PERFORM 1300-LOCALIZAR-ACORDO
004710         THRU 1300-LOCALIZAR-ACORDO-EXIT.
004720     IF QBR-IX = ZEROS
004730         GO TO 3100-CANCELAR-PARCELA-EXIT.
004740     IF NOT QBR-A-ROMPE (QBR-IX)
004750         GO TO 3100-CANCELAR-PARCELA-EXIT.
004760     IF INV-EM-COBRANCA
004770         PERFORM 3300-ENFILEIRAR-BAIXA
004780             THRU 3300-ENFILEIRAR-BAIXA-EXIT
004790     END-IF.
004800     SET INV-RENEGOCIADA TO TRUE.
004810     MOVE QBR-DATASISTEMA TO INV-DATA-PAGAMENTO.
004820     MOVE ZEROS TO INV-VALOR-PAGO.
004830     SET INV-BAIXA-ACORDO TO TRUE.
004840     REWRITE INV-INVOICE-RECORD
004850         INVALID KEY
004860             DISPLAY 'ERRO AO CANCELAR A PARCELA - FATURA '
004870                 INV-NUMERO
004880         NOT INVALID KEY
004890             ADD 1 TO QBR-A-CANCELADAS (QBR-IX)
004900             ADD 1 TO QBR-QTDE-CANCELADAS
004910     END-REWRITE.
004920 3100-CANCELAR-PARCELA-EXIT.
004930     EXIT.
004940
004950*=========================================================
004960* SALDO RESTAURADO = PRINCIPAL + ENCARGOS CONSOLIDADOS NO
004970* ACORDO (O DESCONTO CAI COM A QUEBRA) MENOS AS PARCELAS
004980* PAGAS; VENCE NO PROXIMO DIA UTIL
004990*=========================================================
005000 3200-ROMPER-ACORDO.
005010     IF NOT QBR-A-ROMPE (QBR-IX)
005020         GO TO 3200-ROMPER-ACORDO-NEXT.
005030     MOVE QBR-A-NUMERO (QBR-IX) TO ACD-NUMERO.
005040     READ RENEGOTIATION
005050         INVALID KEY
005060             DISPLAY 'ACORDO ' ACD-NUMERO ' SUMIU DO ARQUIVO'
005070             GO TO 3200-ROMPER-ACORDO-NEXT
005080     END-READ.
005090     ADD 1 TO QBR-QTDE-ROMPIDOS.
005100     COMPUTE QBR-DIVIDA = ACD-PRINCIPAL + ACD-ENCARGOS.
005110     MOVE ZEROS TO QBR-RESTAURAR.
005120     IF QBR-DIVIDA > QBR-A-VALOR-PAGO (QBR-IX)
005130         COMPUTE QBR-RESTAURAR =
005140             QBR-DIVIDA - QBR-A-VALOR-PAGO (QBR-IX)
005150     END-IF.
005160     MOVE ZEROS TO ACD-FATURA-SALDO.
005170     IF QBR-RESTAURAR > ZEROS
005180         PERFORM 3210-GRAVAR-SALDO THRU 3210-GRAVAR-SALDO-EXIT
005190     END-IF.
005200     SET ACD-ROMPIDO TO TRUE.
005210     MOVE QBR-DATASISTEMA TO ACD-DATA-ENCERRAMENTO.
005220     MOVE QBR-A-VALOR-PAGO (QBR-IX) TO ACD-VALOR-PAGO.
005230     MOVE QBR-RESTAURAR TO ACD-VALOR-RESTAURADO.
005240     REWRITE ACD-RECORD
005250         INVALID KEY
005260             DISPLAY 'ERRO AO REGRAVAR O ACORDO ' ACD-NUMERO
005270     END-REWRITE.
005280     ADD QBR-RESTAURAR TO QBR-VALOR-RESTAURADO.
005290     PERFORM 3400-IMPRIMIR-ACORDO THRU 3400-IMPRIMIR-ACORDO-EXIT.
005300 3200-ROMPER-ACORDO-NEXT.
005310     ADD 1 TO QBR-IX.
005320 3200-ROMPER-ACORDO-EXIT.
005330     EXIT.
005340
005350 3210-GRAVAR-SALDO.
005360     MOVE ZEROS TO QBR-PRAZO.
005370     CALL 'DIACORR' USING BY CONTENT QBR-DATASISTEMA
005380                          BY CONTENT QBR-PRAZO
005390                          BY REFERENCE QBR-VENCIMENTO.
005400     ADD 1 TO QBR-ULTIMA-FATURA.
005410     MOVE QBR-ULTIMA-FATURA TO INV-NUMERO.
005420     MOVE ACD-LOTE-ID TO INV-LOTE-ID.
005430     MOVE ACD-LOCATARIO TO INV-LOCATARIO.
005440     MOVE ACD-NOME TO INV-NOME.
005450     MOVE ZEROS TO INV-AREA INV-VALOR-M2 INV-CERCA.
005460     MOVE 'BRL' TO INV-MOEDA.
005470     MOVE QBR-RESTAURAR TO INV-VALOR-BRL.
005480     MOVE QBR-DATASISTEMA TO INV-DATA-EMISSAO.
005490     MOVE QBR-VENCIMENTO TO INV-DATA-VENCIMENTO.
005500     MOVE ZEROS TO INV-DATA-PAGAMENTO.
005510     SET INV-ABERTA TO TRUE.
005520     MOVE ZEROS TO INV-MULTA INV-JUROS.
005530     MOVE SPACES TO INV-SW-ENCARGOS.
005540     MOVE ZEROS TO INV-CAM INV-ENERGIA INV-AGUA.
005550     MOVE ZEROS TO INV-VALOR-PAGO.
005560     MOVE SPACES TO INV-CANAL-PAGAMENTO.
005570     MOVE ZEROS TO INV-MANUTENCAO.
005580     MOVE ACD-NUMERO TO INV-ACORDO.
005590     MOVE ZEROS TO INV-PARCELA.
005600     SET INV-SALDO-ACORDO TO TRUE.
005600     MOVE ZEROS TO INV-DATA-PERDA.
005600     MOVE SPACES TO INV-PERFIL-RETENCAO.
005600     MOVE ZEROS TO INV-RET-IRRF INV-RET-PIS INV-RET-COFINS
005600         INV-RET-CSLL INV-VALOR-RETIDO.
005610     WRITE INV-INVOICE-RECORD
005620         INVALID KEY
005630             DISPLAY 'ERRO AO GRAVAR O SALDO DO ACORDO '
005640                 ACD-NUMERO ' - FATURA ' INV-NUMERO
005650             GO TO 3210-GRAVAR-SALDO-EXIT
005660     END-WRITE.
005670     MOVE INV-NUMERO TO ACD-FATURA-SALDO.
005680 3210-GRAVAR-SALDO-EXIT.
005690     EXIT.
005700
005710*=========================================================
005720* PARCELA CANCELADA QUE ESTAVA REGISTRADA NO BANCO:
005730* INSTRUCAO DE BAIXA (BX) NA FILA, COMO NA BAIXA PROGCOB40
005740*=========================================================
005750 3300-ENFILEIRAR-BAIXA.
005760     IF NOT QBR-BOLINSQ-DISPONIVEL
005770         GO TO 3300-ENFILEIRAR-BAIXA-EXIT.
005780     MOVE 1 TO QBR-PROX-SEQ.
005790     SET QBR-VARREDURA-ATIVA TO TRUE.
005800     MOVE INV-NUMERO TO ISQ-NOSSO-NUMERO.
005810     MOVE ZEROS TO ISQ-SEQUENCIA.
005820     START INSTRUCTION-QUEUE KEY >= ISQ-CHAVE
005830         INVALID KEY
005840             SET QBR-FIM-VARREDURA TO TRUE
005850     END-START.
005860     IF QBR-BOLINSQ-STATUS NOT = '00'
005870         SET QBR-FIM-VARREDURA TO TRUE
005880     END-IF.
005890     PERFORM 3310-LER-INSTRUCAO THRU 3310-LER-INSTRUCAO-EXIT
005900         UNTIL QBR-FIM-VARREDURA.
005910     MOVE INV-NUMERO TO ISQ-NOSSO-NUMERO.
005920     MOVE QBR-PROX-SEQ TO ISQ-SEQUENCIA.
005930     MOVE 'BX' TO ISQ-OCORRENCIA.
005940     MOVE ZEROS TO ISQ-DATA-NOVA.
005950     MOVE QBR-DATASISTEMA TO ISQ-DATA-GERACAO.
005960     SET ISQ-PENDENTE TO TRUE.
005970     WRITE ISQ-RECORD
005980         INVALID KEY
005990             DISPLAY 'ERRO AO ENFILEIRAR BAIXA DO BOLETO '
006000                 INV-NUMERO
006010         NOT INVALID KEY
006020             ADD 1 TO QBR-QTDE-BAIXAS
006030     END-WRITE.
006040 3300-ENFILEIRAR-BAIXA-EXIT.
006050     EXIT.
006060
006070 3310-LER-INSTRUCAO.
006080     READ INSTRUCTION-QUEUE NEXT RECORD
006090         AT END
006100             SET QBR-FIM-VARREDURA TO TRUE
006110             GO TO 3310-LER-INSTRUCAO-EXIT
006120     END-READ.
006130     IF QBR-BOLINSQ-STATUS NOT = '00'
006140             OR ISQ-NOSSO-NUMERO NOT = INV-NUMERO
006150         SET QBR-FIM-VARREDURA TO TRUE
006160         GO TO 3310-LER-INSTRUCAO-EXIT.
006170     COMPUTE QBR-PROX-SEQ = ISQ-SEQUENCIA + 1.
006180 3310-LER-INSTRUCAO-EXIT.
006190     EXIT.
006200
006210 3400-IMPRIMIR-ACORDO.
006220     MOVE ACD-NUMERO TO QBR-D-ACORDO.
006230     MOVE ACD-LOCATARIO TO QBR-D-LOCATARIO.
006240     MOVE ACD-NOME TO QBR-D-NOME.
006250     MOVE QBR-A-PAGAS (QBR-IX) TO QBR-D-PAGAS.
006260     MOVE ACD-QTDE-PARCELAS TO QBR-D-PARCELAS.
006270     MOVE QBR-A-CANCELADAS (QBR-IX) TO QBR-D-CANCELADAS.
006280     MOVE QBR-A-MAIOR-ATRASO (QBR-IX) TO QBR-D-ATRASO.
006290     MOVE ACD-DIAS-TOLERANCIA TO QBR-D-TOLERANCIA.
006300     MOVE ACD-VALOR-ACORDO TO QBR-D-VALOR-ACORDO.
006310     MOVE ACD-VALOR-PAGO TO QBR-D-VALOR-PAGO.
006320     MOVE ACD-VALOR-RESTAURADO TO QBR-D-RESTAURADO.
006330     MOVE ACD-FATURA-SALDO TO QBR-D-FATURA.
006340     WRITE QBR-REPORT-LINE FROM QBR-LINHA-DETALHE.
006350 3400-IMPRIMIR-ACORDO-EXIT.
006360     EXIT.
006370
006380*=========================================================
006390* QUITADOS: TODAS AS PARCELAS PAGAS - ACORDO ENCERRADO
006400*=========================================================
006410 4000-TRATAR-QUITADOS.
006420     MOVE SPACES TO QBR-T-TITULO.
006430     MOVE 'ACORDOS QUITADOS (TODAS AS PARCELAS PAGAS)'
006440         TO QBR-T-TITULO.
006450     WRITE QBR-REPORT-LINE FROM QBR-LINHA-TITULO
006460         AFTER ADVANCING 2 LINES.
006470     WRITE QBR-REPORT-LINE FROM QBR-CABECALHO-2.
006480     MOVE 1 TO QBR-IX.
006490     PERFORM 4100-QUITAR-ACORDO THRU 4100-QUITAR-ACORDO-EXIT
006500         UNTIL QBR-IX > QBR-QTDE-ACORDOS.
006510     IF QBR-QTDE-QUITADOS = ZEROS
006520         MOVE SPACES TO QBR-T-TITULO
006530         MOVE 'NENHUM ACORDO QUITADO' TO QBR-T-TITULO
006540         WRITE QBR-REPORT-LINE FROM QBR-LINHA-TITULO
006550     END-IF.
006560 4000-TRATAR-QUITADOS-EXIT.
006570     EXIT.
006580
006590 4100-QUITAR-ACORDO.
006600     IF NOT QBR-A-QUITA (QBR-IX)
006610         GO TO 4100-QUITAR-ACORDO-NEXT.
006620     MOVE QBR-A-NUMERO (QBR-IX) TO ACD-NUMERO.
006630     READ RENEGOTIATION
006640         INVALID KEY
006650             DISPLAY 'ACORDO ' ACD-NUMERO ' SUMIU DO ARQUIVO'
006660             GO TO 4100-QUITAR-ACORDO-NEXT
006670     END-READ.
006680     ADD 1 TO QBR-QTDE-QUITADOS.
006690     SET ACD-QUITADO TO TRUE.
006700     MOVE QBR-DATASISTEMA TO ACD-DATA-ENCERRAMENTO.
006710     MOVE QBR-A-VALOR-PAGO (QBR-IX) TO ACD-VALOR-PAGO.
006720     MOVE ZEROS TO ACD-VALOR-RESTAURADO ACD-FATURA-SALDO.
006730     REWRITE ACD-RECORD
006740         INVALID KEY
006750             DISPLAY 'ERRO AO REGRAVAR O ACORDO ' ACD-NUMERO
006760     END-REWRITE.
006770     PERFORM 3400-IMPRIMIR-ACORDO THRU 3400-IMPRIMIR-ACORDO-EXIT.
006780 4100-QUITAR-ACORDO-NEXT.
006790     ADD 1 TO QBR-IX.
006800 4100-QUITAR-ACORDO-EXIT.
006810     EXIT.
006820
006830 5000-IMPRIMIR-RESUMO.
006840     MOVE SPACES TO QBR-T-TITULO.
006850     MOVE 'RESUMO' TO QBR-T-TITULO.
006860     WRITE QBR-REPORT-LINE FROM QBR-LINHA-TITULO
006870         AFTER ADVANCING 2 LINES.
006880     MOVE 'ACORDOS ATIVOS CONFERIDOS' TO QBR-R-ROTULO.
006890     MOVE QBR-QTDE-ATIVOS TO QBR-R-QTDE.
006900     WRITE QBR-REPORT-LINE FROM QBR-LINHA-RESUMO.
006910     MOVE 'ACORDOS EM DIA' TO QBR-R-ROTULO.
006920     MOVE QBR-QTDE-EM-DIA TO QBR-R-QTDE.
006930     WRITE QBR-REPORT-LINE FROM QBR-LINHA-RESUMO.
006940     MOVE 'ACORDOS ROMPIDOS' TO QBR-R-ROTULO.
006950     MOVE QBR-QTDE-ROMPIDOS TO QBR-R-QTDE.
006960     WRITE QBR-REPORT-LINE FROM QBR-LINHA-RESUMO.
006970     MOVE 'ACORDOS QUITADOS' TO QBR-R-ROTULO.
006980     MOVE QBR-QTDE-QUITADOS TO QBR-R-QTDE.
006990     WRITE QBR-REPORT-LINE FROM QBR-LINHA-RESUMO.
007000     MOVE 'PARCELAS CANCELADAS NA QUEBRA' TO QBR-R-ROTULO.
007010     MOVE QBR-QTDE-CANCELADAS TO QBR-R-QTDE.
007020     WRITE QBR-REPORT-LINE FROM QBR-LINHA-RESUMO.
007030     MOVE 'BAIXAS DE BOLETO ENFILEIRADAS' TO QBR-R-ROTULO.
007040     MOVE QBR-QTDE-BAIXAS TO QBR-R-QTDE.
007050     WRITE QBR-REPORT-LINE FROM QBR-LINHA-RESUMO.
007060     MOVE 'SALDO RESTAURADO (BRL)' TO QBR-V-ROTULO.
007070     MOVE QBR-VALOR-RESTAURADO TO QBR-V-VALOR.
007080     WRITE QBR-REPORT-LINE FROM QBR-LINHA-VALOR.
007090     IF QBR-TABELA-CHEIA
007100         MOVE SPACES TO QBR-T-TITULO
007110         MOVE 'ATENCAO: MAIS DE 500 ACORDOS ATIVOS - EXCEDENTES '
007120             TO QBR-T-TITULO
007130         MOVE 'NAO CONFERIDOS' TO QBR-T-TITULO (51:14)
007140         WRITE QBR-REPORT-LINE FROM QBR-LINHA-TITULO
007150     END-IF.
007160     DISPLAY 'ACORDOS ATIVOS CONFERIDOS: ' QBR-QTDE-ATIVOS
007170         ' ROMPIDOS: ' QBR-QTDE-ROMPIDOS
007180         ' QUITADOS: ' QBR-QTDE-QUITADOS.
007190 5000-IMPRIMIR-RESUMO-EXIT.
007200     EXIT.
