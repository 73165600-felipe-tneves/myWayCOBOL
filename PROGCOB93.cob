000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCOB93.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE LOGISTICA.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: LISTAGEM DAS COTACOES DE FRETE NAO CONVERTIDAS
000100*           EM PEDIDO - PASSO DO LOTE NOTURNO (BATNOITE),
000110*           DEPOIS DO LOTE DE FRETE, QUE E QUEM CONVERTE A
000120*           COTACAO QUANDO O PEDIDO CHEGA. LE O ARQUIVO DE
000130*           COTACOES (COTFRETE) E LISTA CADA COTACAO AINDA
000140*           EM ABERTO, MARCANDO AS VENCIDAS (VALIDADE
000150*           ANTERIOR A DATA DO PROCESSAMENTO) - A AREA DE
000160*           VENDAS COBRA O CLIENTE OU DESCARTA A COTACAO. NO
000170*           FIM, TOTAIS DE VENCIDAS, VALIDAS EM ABERTO E
000180*           CONVERTIDAS, COM O FRETE EM REAIS DAS VENCIDAS.
000190* OBS: A DATA DO PROCESSAMENTO E A DO BUSIDATE (DIFERENTE
000200*      DE ZEROS), SENAO A DO SISTEMA. ARQUIVO DE COTACOES
000210*      AUSENTE = NENHUMA COTACAO FEITA AINDA, NADA A LISTAR.
000220* -----------------------------------------------------
000230* HISTORICO DE ALTERACOES
000240* 15/10/2026 FT  PROGRAMA CRIADO.
000250***********************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SPECIAL-NAMES.
000290     DECIMAL-POINT IS COMMA.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT QUOTE-FILE ASSIGN TO 'COTFRETE'
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS CFR-NUMERO
000360         FILE STATUS IS CTV-COTFRETE-STATUS.
000370     SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSIDATE'
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS CTV-BUSIDATE-STATUS.
000400     SELECT QUOTE-REPORT ASSIGN TO 'COTVENC'
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS CTV-REPORT-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  QUOTE-FILE.
000460     COPY COTFRT.
000470 FD  BUSINESS-DATE-FILE.
000480     COPY BUSIDATE.
000490 FD  QUOTE-REPORT
000500     RECORD CONTAINS 80 CHARACTERS.
000510 01  CTV-REPORT-LINE          PIC X(80).
000520 WORKING-STORAGE SECTION.
000530 01  CTV-SWITCHES.
000540     05  CTV-COTFRETE-STATUS  PIC X(02) VALUE '00'.
000550         88  CTV-COTFRETE-EOF     VALUE '10'.
000560     05  CTV-BUSIDATE-STATUS  PIC X(02) VALUE '00'.
000570     05  CTV-REPORT-STATUS    PIC X(02) VALUE '00'.
000580     05  CTV-SW-ABERTOS       PIC X(01) VALUE 'N'.
000590         88  CTV-ARQUIVOS-ABERTOS     VALUE 'S'.
000600
000610 01  CTV-CONTADORES.
000620     05  CTV-QTDE-LIDAS       PIC 9(06) COMP VALUE ZEROS.
000630     05  CTV-QTDE-VENCIDAS    PIC 9(06) COMP VALUE ZEROS.
000640     05  CTV-QTDE-VALIDAS     PIC 9(06) COMP VALUE ZEROS.
000650     05  CTV-QTDE-CONVERTIDAS PIC 9(06) COMP VALUE ZEROS.
000660
000670 01  CTV-TOTAIS.
000680     05  CTV-TOT-VENCIDO-BRL  PIC 9(09)V99 COMP-3 VALUE ZEROS.
000690
000700 01  CTV-DATASISTEMA          PIC 9(08) VALUE ZEROS.
000710
000720 01  CTV-LINHA-CABECALHO.
000730     05  FILLER               PIC X(08) VALUE 'COTACAO '.
000740     05  FILLER               PIC X(09) VALUE 'DATA     '.
000750     05  FILLER               PIC X(09) VALUE 'VALIDADE '.
000760     05  FILLER               PIC X(03) VALUE 'UF '.
000770     05  FILLER               PIC X(09) VALUE 'CEP      '.
000780     05  FILLER               PIC X(07) VALUE 'TRANSP '.
000790     05  FILLER               PIC X(15) VALUE '    FRETE (BRL)'.
000800     05  FILLER               PIC X(20) VALUE '  SITUACAO'.
000810
000820 01  CTV-LINHA-DETALHE.
000830     05  CTV-D-NUMERO         PIC 9(06).
000840     05  FILLER               PIC X(02) VALUE SPACES.
000850     05  CTV-D-DATA           PIC 9(08).
000860     05  FILLER               PIC X(01) VALUE SPACES.
000870     05  CTV-D-VALIDADE       PIC 9(08).
000880     05  FILLER               PIC X(01) VALUE SPACES.
000890     05  CTV-D-UF             PIC X(02).
000900     05  FILLER               PIC X(01) VALUE SPACES.
000910     05  CTV-D-CEP            PIC 9(08).
000920     05  FILLER               PIC X(01) VALUE SPACES.
000930     05  CTV-D-TRANSP         PIC X(03).
000940     05  FILLER               PIC X(04) VALUE SPACES.
000950     05  CTV-D-FRETE          PIC ZZZ.ZZZ.ZZ9,99.
000960     05  FILLER               PIC X(02) VALUE SPACES.
000970     05  CTV-D-SITUACAO       PIC X(19).
000980
000990 01  CTV-LINHA-QTDE.
001000     05  CTV-Q-ROTULO         PIC X(30).
001010     05  CTV-Q-VALOR          PIC ZZZ.ZZ9.
001020
001030 01  CTV-LINHA-TOTAL.
001040     05  CTV-T-ROTULO         PIC X(30).
001050     05  CTV-T-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
001060
001070 PROCEDURE DIVISION.
001080
001090 0000-MAINLINE.
001100     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001110     IF CTV-ARQUIVOS-ABERTOS
001120         PERFORM 2000-PROCESSAR-COTACAO
001130             THRU 2000-PROCESSAR-COTACAO-EXIT
001140             UNTIL CTV-COTFRETE-EOF
001150         PERFORM 3000-TOTALIZAR THRU 3000-TOTALIZAR-EXIT
001160     END-IF.
001170     PERFORM 4000-FINALIZAR THRU 4000-FINALIZAR-EXIT.
001180     GOBACK.
001190
001200 1000-INICIALIZAR.
001210     ACCEPT CTV-DATASISTEMA FROM DATE YYYYMMDD.
001220     OPEN INPUT BUSINESS-DATE-FILE.
001230     IF CTV-BUSIDATE-STATUS = '00'
001240         READ BUSINESS-DATE-FILE
001250             AT END
001260                 CONTINUE
001270             NOT AT END
001280                 IF BSD-DATA NOT = ZEROS
001290                     MOVE BSD-DATA TO CTV-DATASISTEMA
001300                 END-IF
001310         END-READ
001320         CLOSE BUSINESS-DATE-FILE
001330     END-IF.
001340     OPEN INPUT QUOTE-FILE.
001350     IF CTV-COTFRETE-STATUS NOT = '00'
001360         DISPLAY 'ARQUIVO DE COTACOES AUSENTE - STATUS '
001370             CTV-COTFRETE-STATUS ' - NADA A LISTAR'
001380         GO TO 1000-INICIALIZAR-EXIT.
001390     OPEN OUTPUT QUOTE-REPORT.
001400     SET CTV-ARQUIVOS-ABERTOS TO TRUE.
001410     MOVE SPACES TO CTV-REPORT-LINE.
001420     STRING '=== COTACOES DE FRETE NAO CONVERTIDAS - '
001430            CTV-DATASISTEMA ' ==='
001440         DELIMITED BY SIZE INTO CTV-REPORT-LINE.
001450     WRITE CTV-REPORT-LINE.
001460     MOVE SPACES TO CTV-REPORT-LINE.
001470     WRITE CTV-REPORT-LINE.
001480     WRITE CTV-REPORT-LINE FROM CTV-LINHA-CABECALHO.
001490     READ QUOTE-FILE
001500         AT END SET CTV-COTFRETE-EOF TO TRUE
001510     END-READ.
001520 1000-INICIALIZAR-EXIT.
001530     EXIT.
001540
001550*=========================================================
001560* COTACAO CONVERTIDA SO CONTA; COTACAO EM ABERTO SAI NA
001570* LISTAGEM, VENCIDA OU AINDA VALIDA
001580*=========================================================
001590 2000-PROCESSAR-COTACAO.
001600     ADD 1 TO CTV-QTDE-LIDAS.
001610     IF CFR-CONVERTIDA
001620         ADD 1 TO CTV-QTDE-CONVERTIDAS
001630         GO TO 2000-PROCESSAR-COTACAO-LER.
001640     MOVE CFR-NUMERO TO CTV-D-NUMERO.
001650     MOVE CFR-DATA-COTACAO TO CTV-D-DATA.
001660     MOVE CFR-VALIDADE TO CTV-D-VALIDADE.
001670     MOVE CFR-UF TO CTV-D-UF.
001680     MOVE CFR-CEP TO CTV-D-CEP.
001690     MOVE CFR-TRANSPORTADORA TO CTV-D-TRANSP.
001700     MOVE CFR-FRETE-BRL TO CTV-D-FRETE.
001710     IF CFR-VALIDADE < CTV-DATASISTEMA
001720         MOVE 'VENCIDA' TO CTV-D-SITUACAO
001730         ADD 1 TO CTV-QTDE-VENCIDAS
001740         ADD CFR-FRETE-BRL TO CTV-TOT-VENCIDO-BRL
001750     ELSE
001760         MOVE 'VALIDA - EM ABERTO' TO CTV-D-SITUACAO
001770         ADD 1 TO CTV-QTDE-VALIDAS
001780     END-IF.
001790     WRITE CTV-REPORT-LINE FROM CTV-LINHA-DETALHE.
001800 2000-PROCESSAR-COTACAO-LER.
001810     READ QUOTE-FILE
001820         AT END SET CTV-COTFRETE-EOF TO TRUE
001830     END-READ.
001840 2000-PROCESSAR-COTACAO-EXIT.
001850     EXIT.
001860
001870 3000-TOTALIZAR.
001880     MOVE SPACES TO CTV-REPORT-LINE.
001890     WRITE CTV-REPORT-LINE.
001900     MOVE 'COTACOES LIDAS..............:' TO CTV-Q-ROTULO.
001910     MOVE CTV-QTDE-LIDAS TO CTV-Q-VALOR.
001920     WRITE CTV-REPORT-LINE FROM CTV-LINHA-QTDE.
001930     MOVE 'VENCIDAS SEM PEDIDO.........:' TO CTV-Q-ROTULO.
001940     MOVE CTV-QTDE-VENCIDAS TO CTV-Q-VALOR.
001950     WRITE CTV-REPORT-LINE FROM CTV-LINHA-QTDE.
001960     MOVE 'VALIDAS EM ABERTO...........:' TO CTV-Q-ROTULO.
001970     MOVE CTV-QTDE-VALIDAS TO CTV-Q-VALOR.
001980     WRITE CTV-REPORT-LINE FROM CTV-LINHA-QTDE.
001990     MOVE 'CONVERTIDAS EM PEDIDO.......:' TO CTV-Q-ROTULO.
002000     MOVE CTV-QTDE-CONVERTIDAS TO CTV-Q-VALOR.
002010     WRITE CTV-REPORT-LINE FROM CTV-LINHA-QTDE.
002020     MOVE 'FRETE DAS VENCIDAS (BRL)....:' TO CTV-T-ROTULO.
002030     MOVE CTV-TOT-VENCIDO-BRL TO CTV-T-VALOR.
002040     WRITE CTV-REPORT-LINE FROM CTV-LINHA-TOTAL.
002050 3000-TOTALIZAR-EXIT.
002060     EXIT.
002070
002080 4000-FINALIZAR.
002090     DISPLAY 'COTACOES DE FRETE - TOTAIS DE CONTROLE'.
002100     DISPLAY 'COTACOES LIDAS.......: ' CTV-QTDE-LIDAS.
002110     DISPLAY 'VENCIDAS SEM PEDIDO..: ' CTV-QTDE-VENCIDAS.
002120     DISPLAY 'VALIDAS EM ABERTO....: ' CTV-QTDE-VALIDAS.
002130     DISPLAY 'CONVERTIDAS..........: ' CTV-QTDE-CONVERTIDAS.
002140     IF CTV-ARQUIVOS-ABERTOS
002150         CLOSE QUOTE-FILE
002160         CLOSE QUOTE-REPORT
002170     END-IF.
002180 4000-FINALIZAR-EXIT.
002190     EXIT.
