000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCOB06.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE PATRIMONIO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: EXTRATO DE CONTA DO LOCATARIO - PARA O CODIGO
000100*           DE LOCATARIO (TEN-CODIGO) E O PERIODO DO
000110*           PARAMETRO EXTPARM, JUNTA PELO SORT OS EVENTOS
000120*           DAS FATURAS DE ALUGUEL (RENTINV): A FATURA
000130*           EMITIDA (DEBITO NA EMISSAO), A MULTA E OS JUROS
000140*           DE ATRASO (DEBITO NA DATA DO PAGAMENTO) E O
000150*           PAGAMENTO (CREDITO NA DATA DO PAGAMENTO, COM O
000160*           CANAL - RECIBO PELO PROGCOB40 OU BOLETO PELO
000170*           RETORNO PROGCOB43). MOSTRA O SALDO ANTERIOR AO
000180*           PERIODO, CADA MOVIMENTO COM O SALDO CORRENTE, O
000190*           SALDO FINAL E A SITUACAO DA CAUCAO DO DEPCAU.
000200*           IMPRIME NO EXTRRPT E GRAVA O ARQUIVO EXTRATOS
000210*           (LAYOUT EXTRATO) PARA ENVIO AO LOCATARIO.
000220*           SEM PARAMETRO (RODADA DO FECHAMENTO MENSAL,
000230*           PROGCOB75) EMITE O EXTRATO DO MES DE
000240*           PROCESSAMENTO DE CADA LOCATARIO COM CONTRATO
000250*           ATIVO NO TENANTS E SALDO FINAL DEVEDOR.
000260* OBS: A CAUCAO SAI EM SECAO PROPRIA E NAO ENTRA NO SALDO
000270*      DO ALUGUEL - AS DEDUCOES DA APURACAO (PROGCOB69)
000280*      NAO BAIXAM FATURA. FATURA PAGA ANTES DO REGISTRO DO
000290*      VALOR PAGO E DO CANAL NA FATURA CONSIDERA PAGO O
000300*      PRINCIPAL MAIS OS ENCARGOS (SO O PRINCIPAL QUANDO
000310*      OS ENCARGOS FICARAM EM ABERTO), CANAL NAO INFORMADO.
000320*      PAGAMENTO MENOR QUE O DEVIDO SAI MARCADO PARCIAL.
000330*      DATA DE PROCESSAMENTO PELO BUSIDATE QUANDO PREENCHIDO.
000340*      SEM RENTINV OU COM PARAMETRO INVALIDO NAO RODA
000350*      (RETURN-CODE 16); LOCATARIO FORA DO CADASTRO,
000360*      TENANTS AUSENTE OU MOVIMENTOS ALEM DA TABELA SAEM
000370*      COM AVISO (RC 4).
000380* -----------------------------------------------------
000390* HISTORICO DE ALTERACOES
000400* 15/10/2026 FT  PROGRAMA CRIADO.
000400* 15/10/2026 FT  FATURA RENEGOCIADA EM ACORDO DE PARCELAMENTO
000400*                SAI COM O CREDITO DA RENEGOCIACAO NA DATA DO
000400*                ACORDO (CANAL ACORDO) - O DEBITO PASSA A SER
000400*                O DAS PARCELAS, QUE SAO FATURAS NOVAS.
000400* 15/10/2026 FT  FATURA PAGA DE LOCATARIO QUE RETEM IMPOSTOS
000400*                NA FONTE SAI COM O CREDITO DOS IMPOSTOS
000400*                RETIDOS (CANAL FONTE) NA DATA DO PAGAMENTO,
000400*                ALEM DO PAGAMENTO LIQUIDO - O RETIDO NAO
000400*                FICA COMO SALDO DEVEDOR NEM MARCA PARCIAL.
000410***********************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SPECIAL-NAMES.
000450     DECIMAL-POINT IS COMMA.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT STATEMENT-PARAM ASSIGN TO 'EXTPARM'
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS EXR-EXTPARM-STATUS.
000510     SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSIDATE'
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS EXR-BUSIDATE-STATUS.
000540     SELECT TENANT-MASTER ASSIGN TO 'TENANTS'
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS TEN-LOTE-ID
000580         FILE STATUS IS EXR-TENANT-STATUS.
000590     SELECT RENT-INVOICES ASSIGN TO 'RENTINV'
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS INV-NUMERO
000630         FILE STATUS IS EXR-RENTINV-STATUS.
000640     SELECT DEPOSIT-LEDGER ASSIGN TO 'DEPCAU'
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS CAU-CHAVE
000680         FILE STATUS IS EXR-DEPCAU-STATUS.
000690     SELECT SORT-WORK-FILE ASSIGN TO 'SRTWORK'.
000700     SELECT STATEMENT-REPORT ASSIGN TO 'EXTRRPT'
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS EXR-REPORT-STATUS.
000730     SELECT STATEMENT-FILE ASSIGN TO 'EXTRATOS'
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS EXR-EXTRATOS-STATUS.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  STATEMENT-PARAM.
000790     COPY EXTPARM.
000800 FD  BUSINESS-DATE-FILE.
000810     COPY BUSIDATE.
000820 FD  TENANT-MASTER.
000830     COPY TENANT.
000840 FD  RENT-INVOICES.
000850     COPY RENTINV.
000860 FD  DEPOSIT-LEDGER.
000870     COPY DEPCAU.
000880 SD  SORT-WORK-FILE.
000890 01  EXR-SORT-RECORD.
000900     05  SRT-LOCATARIO        PIC 9(04).
000910     05  SRT-DATA             PIC 9(08).
000920*    1 = FATURA EMITIDA, 2 = ENCARGOS DE ATRASO, 3 = PAGAMENTO
000930     05  SRT-TIPO             PIC 9(01).
000940         88  SRT-FATURA           VALUE 1.
000950         88  SRT-ENCARGOS         VALUE 2.
000960         88  SRT-PAGAMENTO        VALUE 3.
000970     05  SRT-DOCUMENTO        PIC 9(06).
000980     05  SRT-LOTE             PIC 9(05).
000990     05  SRT-CANAL            PIC X(01).
001000     05  SRT-DEBITO           PIC 9(08)V99.
001010     05  SRT-CREDITO          PIC 9(08)V99.
001020     05  SRT-SW-PARCIAL       PIC X(01).
001030         88  SRT-PARCIAL          VALUE 'S'.
001040 FD  STATEMENT-REPORT
001050     RECORD CONTAINS 110 CHARACTERS.
001060 01  EXR-REPORT-LINE          PIC X(110).
001070 FD  STATEMENT-FILE.
001080     COPY EXTRATO.
001090 WORKING-STORAGE SECTION.
001100 01  EXR-SWITCHES.
001110     05  EXR-EXTPARM-STATUS   PIC X(02) VALUE '00'.
001120     05  EXR-BUSIDATE-STATUS  PIC X(02) VALUE '00'.
001130     05  EXR-TENANT-STATUS    PIC X(02) VALUE '00'.
001140         88  EXR-TENANT-EOF       VALUE '10'.
001150     05  EXR-RENTINV-STATUS   PIC X(02) VALUE '00'.
001160         88  EXR-RENTINV-EOF      VALUE '10'.
001170     05  EXR-DEPCAU-STATUS    PIC X(02) VALUE '00'.
001180         88  EXR-DEPCAU-EOF       VALUE '10'.
001190     05  EXR-REPORT-STATUS    PIC X(02) VALUE '00'.
001200     05  EXR-EXTRATOS-STATUS  PIC X(02) VALUE '00'.
001210     05  EXR-SW-MODO          PIC X(01) VALUE 'M'.
001220         88  EXR-MODO-AVULSO      VALUE 'A'.
001230         88  EXR-MODO-FIM-MES     VALUE 'M'.
001240     05  EXR-SW-DEPCAU        PIC X(01) VALUE 'N'.
001250         88  EXR-DEPCAU-DISPONIVEL    VALUE 'S'.
001260     05  EXR-SW-FIM-SORT      PIC X(01) VALUE 'N'.
001270         88  EXR-FIM-SORT             VALUE 'S'.
001280     05  EXR-SW-ACHOU         PIC X(01) VALUE 'N'.
001290         88  EXR-ACHOU                VALUE 'S'.
001300
001310 01  EXR-CONTADORES.
001320     05  EXR-RETORNO          PIC 9(02) VALUE ZEROS.
001330     05  EXR-QTDE-EXTRATOS    PIC 9(05) COMP VALUE ZEROS.
001340     05  EXR-QTDE-SEM-SALDO   PIC 9(05) COMP VALUE ZEROS.
001350     05  EXR-QTDE-OMITIDOS    PIC 9(05) COMP VALUE ZEROS.
001360     05  EXR-QTDE-EVENTOS     PIC 9(07) COMP VALUE ZEROS.
001370
001380 01  EXR-DATASISTEMA.
001390     05  EXR-DATA-ANO         PIC 9(04).
001400     05  EXR-DATA-MES         PIC 9(02).
001410     05  EXR-DATA-DIA         PIC 9(02).
001420 01  EXR-DATA-PROCESSAMENTO REDEFINES EXR-DATASISTEMA
001430                              PIC 9(08).
001440 01  EXR-PERIODO.
001450     05  EXR-DATA-INICIO      PIC 9(08) VALUE ZEROS.
001460     05  EXR-DATA-FIM         PIC 9(08) VALUE ZEROS.
001470     05  EXR-LOCATARIO-PARM   PIC 9(04) VALUE ZEROS.
001480 01  EXR-DATA-MONTADA.
001490     05  EXR-DM-ANO           PIC 9(04).
001500     05  EXR-DM-MES           PIC 9(02).
001510     05  EXR-DM-DIA           PIC 9(02).
001520 01  EXR-DATA-MONTADA-R REDEFINES EXR-DATA-MONTADA
001530                              PIC 9(08).
001540
001550*    LOCATARIOS DO TENANTS, UMA LINHA POR CODIGO (O MESMO
001560*    LOCATARIO PODE TER MAIS DE UM LOTE) - ATIVO QUANDO
001570*    QUALQUER CONTRATO DELE ESTA ATIVO
001580 01  EXR-TABELA-LOCATARIOS.
001590     05  EXR-QTDE-LOCATARIOS  PIC 9(03) COMP VALUE ZEROS.
001600     05  EXR-LOCATARIO OCCURS 300 TIMES.
001610         10  EXR-TL-CODIGO    PIC 9(04).
001620         10  EXR-TL-NOME      PIC X(25).
001630         10  EXR-TL-SW-ATIVO  PIC X(01).
001640             88  EXR-TL-ATIVO     VALUE 'S'.
001650
001660*    MOVIMENTOS DO PERIODO DO LOCATARIO CORRENTE - GUARDADOS
001670*    ATE A QUEBRA, QUANDO O SALDO FINAL DECIDE A EMISSAO
001680 01  EXR-TABELA-MOVIMENTOS.
001690     05  EXR-QTDE-MOVIMENTOS  PIC 9(03) COMP VALUE ZEROS.
001700     05  EXR-MOVIMENTO OCCURS 500 TIMES.
001710         10  EXR-M-DATA       PIC 9(08).
001720         10  EXR-M-TIPO       PIC 9(01).
001730         10  EXR-M-DOCUMENTO  PIC 9(06).
001740         10  EXR-M-LOTE       PIC 9(05).
001750         10  EXR-M-CANAL      PIC X(01).
001760         10  EXR-M-DEBITO     PIC 9(08)V99.
001770         10  EXR-M-CREDITO    PIC 9(08)V99.
001780         10  EXR-M-SALDO      PIC S9(09)V99.
001790         10  EXR-M-SW-PARCIAL PIC X(01).
001800
001810 01  EXR-AREA-TRABALHO.
001820     05  EXR-IX               PIC 9(03) COMP VALUE ZEROS.
001830     05  EXR-IM               PIC 9(03) COMP VALUE ZEROS.
001840     05  EXR-CODIGO-PROCURADO PIC 9(04) VALUE ZEROS.
001850     05  EXR-LOCATARIO-ATUAL  PIC 9(04) VALUE ZEROS.
001860     05  EXR-NOME-ATUAL       PIC X(25) VALUE SPACES.
001870     05  EXR-ENCARGOS         PIC 9(07)V99 VALUE ZEROS.
001880     05  EXR-VALOR-PAGO       PIC 9(08)V99 VALUE ZEROS.
001880     05  EXR-VALOR-RETIDO     PIC 9(08)V99 VALUE ZEROS.
001890     05  EXR-SALDO-ANTERIOR   PIC S9(09)V99 VALUE ZEROS.
001900     05  EXR-SALDO            PIC S9(09)V99 VALUE ZEROS.
001910     05  EXR-TOT-DEBITOS      PIC 9(09)V99 VALUE ZEROS.
001920     05  EXR-TOT-CREDITOS     PIC 9(09)V99 VALUE ZEROS.
001930     05  EXR-QTDE-PERIODO     PIC 9(04) VALUE ZEROS.
001940     05  EXR-OMITIDOS-LOC     PIC 9(04) VALUE ZEROS.
001950     05  EXR-CORRECAO         PIC 9(08)V99 VALUE ZEROS.
001960     05  EXR-RETIDO           PIC 9(08)V99 VALUE ZEROS.
001970     05  EXR-CAUCAO-RETIDA    PIC 9(09)V99 VALUE ZEROS.
001980     05  EXR-QTDE-CAUCOES     PIC 9(03) COMP VALUE ZEROS.
001990
002000 01  EXR-CABECALHO-1.
002010     05  FILLER               PIC X(41) VALUE
002020         '===== EXTRATO DE CONTA DO LOCATARIO - EM '.
002030     05  EXR-C1-EMISSAO       PIC 9(08).
002040     05  FILLER               PIC X(06) VALUE ' ====='.
002050     05  FILLER               PIC X(55) VALUE SPACES.
002060
002070 01  EXR-CABECALHO-2.
002080     05  FILLER               PIC X(13) VALUE ' LOCATARIO.: '.
002090     05  EXR-C2-LOCATARIO     PIC 9(04).
002100     05  FILLER               PIC X(03) VALUE ' - '.
002110     05  EXR-C2-NOME          PIC X(25).
002120     05  FILLER               PIC X(65) VALUE SPACES.
002130
002140 01  EXR-CABECALHO-3.
002150     05  FILLER               PIC X(13) VALUE ' PERIODO...: '.
002160     05  EXR-C3-INICIO        PIC 9(08).
002170     05  FILLER               PIC X(03) VALUE ' A '.
002180     05  EXR-C3-FIM           PIC 9(08).
002190     05  FILLER               PIC X(78) VALUE SPACES.
002200
002210 01  EXR-CABECALHO-4.
002220     05  FILLER               PIC X(01) VALUE SPACES.
002230     05  FILLER               PIC X(10) VALUE 'DATA'.
002240     05  FILLER               PIC X(07) VALUE 'LOTE'.
002250     05  FILLER               PIC X(08) VALUE 'DOCTO'.
002260     05  FILLER               PIC X(21) VALUE 'HISTORICO'.
002270     05  FILLER               PIC X(08) VALUE 'CANAL'.
002280     05  FILLER               PIC X(13) VALUE '       DEBITO'.
002290     05  FILLER               PIC X(02) VALUE SPACES.
002300     05  FILLER               PIC X(13) VALUE '      CREDITO'.
002310     05  FILLER               PIC X(02) VALUE SPACES.
002320     05  FILLER               PIC X(15) VALUE '          SALDO'.
002330     05  FILLER               PIC X(10) VALUE SPACES.
002340
002350 01  EXR-LINHA-MOVIMENTO.
002360     05  FILLER               PIC X(01) VALUE SPACES.
002370     05  EXR-L-DATA           PIC X(08).
002380     05  FILLER               PIC X(02) VALUE SPACES.
002390     05  EXR-L-LOTE           PIC X(05).
002400     05  FILLER               PIC X(02) VALUE SPACES.
002410     05  EXR-L-DOCUMENTO      PIC X(06).
002420     05  FILLER               PIC X(02) VALUE SPACES.
002430     05  EXR-L-HISTORICO      PIC X(20).
002440     05  FILLER               PIC X(01) VALUE SPACES.
002450     05  EXR-L-CANAL          PIC X(07).
002460     05  FILLER               PIC X(01) VALUE SPACES.
002470     05  EXR-L-DEBITO         PIC X(13).
002480     05  FILLER               PIC X(02) VALUE SPACES.
002490     05  EXR-L-CREDITO        PIC X(13).
002500     05  FILLER               PIC X(02) VALUE SPACES.
002510     05  EXR-L-SALDO          PIC -ZZZ.ZZZ.ZZ9,99.
002520     05  FILLER               PIC X(01) VALUE SPACES.
002530     05  EXR-L-MARCA          PIC X(07).
002540     05  FILLER               PIC X(02) VALUE SPACES.
002550
002560 01  EXR-VALOR-EDT            PIC ZZ.ZZZ.ZZ9,99.
002570 01  EXR-NUMERO-EDT           PIC 9(06).
002580 01  EXR-LOTE-EDT             PIC 9(05).
002590
002600 01  EXR-CABECALHO-CAUCAO.
002610     05  FILLER               PIC X(01) VALUE SPACES.
002620     05  FILLER               PIC X(07) VALUE 'LOTE'.
002630     05  FILLER               PIC X(08) VALUE 'DEPOSITO'.
002640     05  FILLER               PIC X(15) VALUE '          VALOR'.
002650     05  FILLER               PIC X(15) VALUE '       CORRECAO'.
002660     05  FILLER               PIC X(15) VALUE '       DEDUCOES'.
002670     05  FILLER               PIC X(15) VALUE '      DEVOLVIDO'.
002680     05  FILLER               PIC X(02) VALUE SPACES.
002690     05  FILLER               PIC X(10) VALUE 'SITUACAO'.
002700     05  FILLER               PIC X(13) VALUE '       RETIDO'.
002710     05  FILLER               PIC X(09) VALUE SPACES.
002720
002730 01  EXR-LINHA-CAUCAO.
002740     05  FILLER               PIC X(01) VALUE SPACES.
002750     05  EXR-K-LOTE           PIC 9(05).
002760     05  FILLER               PIC X(02) VALUE SPACES.
002770     05  EXR-K-DATA           PIC 9(08).
002780     05  FILLER               PIC X(02) VALUE SPACES.
002790     05  EXR-K-DEPOSITO       PIC ZZ.ZZZ.ZZ9,99.
002800     05  FILLER               PIC X(02) VALUE SPACES.
002810     05  EXR-K-CORRECAO       PIC ZZ.ZZZ.ZZ9,99.
002820     05  FILLER               PIC X(02) VALUE SPACES.
002830     05  EXR-K-DEDUCOES       PIC ZZ.ZZZ.ZZ9,99.
002840     05  FILLER               PIC X(02) VALUE SPACES.
002850     05  EXR-K-DEVOLVIDO      PIC ZZ.ZZZ.ZZ9,99.
002860     05  FILLER               PIC X(02) VALUE SPACES.
002870     05  EXR-K-SITUACAO       PIC X(09).
002880     05  FILLER               PIC X(01) VALUE SPACES.
002890     05  EXR-K-RETIDO         PIC ZZ.ZZZ.ZZ9,99.
002900     05  FILLER               PIC X(09) VALUE SPACES.
002910
002920 01  EXR-LINHA-TOTAL.
002930     05  FILLER               PIC X(01) VALUE SPACES.
002940     05  EXR-T-ROTULO         PIC X(40).
002950     05  EXR-T-VALOR          PIC -ZZZ.ZZZ.ZZ9,99.
002960     05  FILLER               PIC X(54) VALUE SPACES.
002970
002980 01  EXR-LINHA-QTDE.
002990     05  FILLER               PIC X(01) VALUE SPACES.
003000     05  EXR-Q-ROTULO         PIC X(40).
003010     05  EXR-Q-QTDE           PIC ZZ.ZZ9.
003020     05  FILLER               PIC X(63) VALUE SPACES.
003030
003040 PROCEDURE DIVISION.
003050
003060 0000-MAINLINE.
003070     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
003080     IF EXR-RETORNO < 16
003090         SORT SORT-WORK-FILE
003100             ON ASCENDING KEY SRT-LOCATARIO SRT-DATA
003110                              SRT-TIPO SRT-DOCUMENTO
003120             INPUT PROCEDURE IS 1700-ALIMENTAR-SORT
003130                 THRU 1700-ALIMENTAR-SORT-EXIT
003140             OUTPUT PROCEDURE IS 1900-CONSUMIR-SORT
003150                 THRU 1900-CONSUMIR-SORT-EXIT
003160         PERFORM 8000-RESUMO THRU 8000-RESUMO-EXIT
003170     END-IF.
003180     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
003190     MOVE EXR-RETORNO TO RETURN-CODE.
003200     GOBACK.
003210
003220*=========================================================
003230* DATA DE PROCESSAMENTO, PARAMETRO (MODO AVULSO OU FIM DE
003240* MES E PERIODO), CARGA DOS LOCATARIOS E ABERTURA
003250*=========================================================
003260 1000-INICIALIZAR.
003270     ACCEPT EXR-DATASISTEMA FROM DATE YYYYMMDD.
003280     OPEN INPUT BUSINESS-DATE-FILE.
003290     IF EXR-BUSIDATE-STATUS = '00'
003300         READ BUSINESS-DATE-FILE
003310             AT END
003320                 CONTINUE
003330             NOT AT END
003340                 IF BSD-DATA NOT = ZEROS
003350                     MOVE BSD-DATA TO EXR-DATASISTEMA
003360                 END-IF
003370         END-READ
003380         CLOSE BUSINESS-DATE-FILE
003390     END-IF.
003400     MOVE EXR-DATA-ANO TO EXR-DM-ANO.
003410     MOVE EXR-DATA-MES TO EXR-DM-MES.
003420     MOVE 1 TO EXR-DM-DIA.
003430     MOVE EXR-DATA-MONTADA-R TO EXR-DATA-INICIO.
003440     MOVE 31 TO EXR-DM-DIA.
003450     MOVE EXR-DATA-MONTADA-R TO EXR-DATA-FIM.
003460     PERFORM 1100-LER-PARAMETRO THRU 1100-LER-PARAMETRO-EXIT.
003470     IF EXR-RETORNO = 16
003480         GO TO 1000-INICIALIZAR-EXIT.
003490     OPEN INPUT RENT-INVOICES.
003500     IF EXR-RENTINV-STATUS NOT = '00'
003510         DISPLAY 'FATURAS DE ALUGUEL RENTINV INDISPONIVEIS - '
003520             'STATUS ' EXR-RENTINV-STATUS
003530         MOVE 16 TO EXR-RETORNO
003540         GO TO 1000-INICIALIZAR-EXIT.
003550     CLOSE RENT-INVOICES.
003560     PERFORM 1200-CARREGAR-LOCATARIOS
003570         THRU 1200-CARREGAR-LOCATARIOS-EXIT.
003580     OPEN INPUT DEPOSIT-LEDGER.
003590     IF EXR-DEPCAU-STATUS = '00'
003600         SET EXR-DEPCAU-DISPONIVEL TO TRUE
003610     ELSE
003620         DISPLAY 'RAZAO DE CAUCAO DEPCAU INDISPONIVEL - '
003630             'EXTRATOS SEM A SECAO DE CAUCAO'
003640     END-IF.
003650     OPEN OUTPUT STATEMENT-REPORT.
003660     OPEN OUTPUT STATEMENT-FILE.
003670 1000-INICIALIZAR-EXIT.
003680     EXIT.
003690
003700*=========================================================
003710* EXTPARM COM CODIGO = EXTRATO AVULSO NO PERIODO DO
003720* PARAMETRO; AUSENTE, VAZIO OU CODIGO ZERO = FIM DE MES
003730* (MES DE PROCESSAMENTO INTEIRO)
003740*=========================================================
003750 1100-LER-PARAMETRO.
003760     OPEN INPUT STATEMENT-PARAM.
003770     IF EXR-EXTPARM-STATUS NOT = '00'
003780         GO TO 1100-LER-PARAMETRO-EXIT.
003790     READ STATEMENT-PARAM
003800         AT END
003810             MOVE ZEROS TO EXP-LOCATARIO
003820     END-READ.
003830     CLOSE STATEMENT-PARAM.
003840     IF EXP-LOCATARIO NOT NUMERIC OR EXP-LOCATARIO = ZEROS
003850         GO TO 1100-LER-PARAMETRO-EXIT.
003860     SET EXR-MODO-AVULSO TO TRUE.
003870     MOVE EXP-LOCATARIO TO EXR-LOCATARIO-PARM.
003880     MOVE EXR-DATA-PROCESSAMENTO TO EXR-DATA-FIM.
003890     IF EXP-DATA-INICIO NUMERIC AND EXP-DATA-INICIO NOT = ZEROS
003900         MOVE EXP-DATA-INICIO TO EXR-DATA-INICIO
003910     END-IF.
003920     IF EXP-DATA-FIM NUMERIC AND EXP-DATA-FIM NOT = ZEROS
003930         MOVE EXP-DATA-FIM TO EXR-DATA-FIM
003940     END-IF.
003950     IF EXR-DATA-INICIO > EXR-DATA-FIM
003960         DISPLAY 'PERIODO INVALIDO NO EXTPARM - INICIO '
003970             EXR-DATA-INICIO ' FIM ' EXR-DATA-FIM
003980         MOVE 16 TO EXR-RETORNO
003990     END-IF.
004000 1100-LER-PARAMETRO-EXIT.
004010     EXIT.
004020
004030*=========================================================
004040* LOCATARIOS DO TENANTS POR CODIGO, COM O NOME E A MARCA
004050* DE CONTRATO ATIVO
004060*=========================================================
004070 1200-CARREGAR-LOCATARIOS.
004080     OPEN INPUT TENANT-MASTER.
004090     IF EXR-TENANT-STATUS NOT = '00'
004100         DISPLAY 'CADASTRO DE LOCATARIOS TENANTS INDISPONIVEL'
004110             ' - STATUS ' EXR-TENANT-STATUS
004120         MOVE 4 TO EXR-RETORNO
004130         GO TO 1200-CARREGAR-LOCATARIOS-EXIT.
004140     READ TENANT-MASTER
004150         AT END SET EXR-TENANT-EOF TO TRUE
004160     END-READ.
004170     PERFORM 1210-GUARDAR-LOCATARIO
004180         THRU 1210-GUARDAR-LOCATARIO-EXIT
004190         UNTIL EXR-TENANT-EOF.
004200     CLOSE TENANT-MASTER.
004210 1200-CARREGAR-LOCATARIOS-EXIT.
004220     EXIT.
004230
004240 1210-GUARDAR-LOCATARIO.
004250     MOVE TEN-CODIGO TO EXR-CODIGO-PROCURADO.
004260     PERFORM 1300-PROCURAR-LOCATARIO
004270         THRU 1300-PROCURAR-LOCATARIO-EXIT.
004280     IF NOT EXR-ACHOU
004290         IF EXR-QTDE-LOCATARIOS = 300
004300             DISPLAY 'TABELA DE LOCATARIOS CHEIA - CODIGO '
004310                 TEN-CODIGO ' IGNORADO'
004320             MOVE 4 TO EXR-RETORNO
004330             GO TO 1210-GUARDAR-LOCATARIO-LER
004340         END-IF
004350         ADD 1 TO EXR-QTDE-LOCATARIOS
004360         MOVE EXR-QTDE-LOCATARIOS TO EXR-IX
004370         MOVE TEN-CODIGO TO EXR-TL-CODIGO (EXR-IX)
004380         MOVE TEN-NOME TO EXR-TL-NOME (EXR-IX)
004390         MOVE 'N' TO EXR-TL-SW-ATIVO (EXR-IX)
004400     END-IF.
004410     IF TEN-ATIVO
004420         MOVE TEN-NOME TO EXR-TL-NOME (EXR-IX)
004430         SET EXR-TL-ATIVO (EXR-IX) TO TRUE
004440     END-IF.
004450 1210-GUARDAR-LOCATARIO-LER.
004460     READ TENANT-MASTER
004470         AT END SET EXR-TENANT-EOF TO TRUE
004480     END-READ.
004490 1210-GUARDAR-LOCATARIO-EXIT.
004500     EXIT.
004510
004520*=========================================================
004530* PROCURA EXR-CODIGO-PROCURADO NA TABELA; ACHANDO, EXR-IX
004540* FICA NA LINHA DO LOCATARIO
004550*=========================================================
004560 1300-PROCURAR-LOCATARIO.
004570     MOVE 'N' TO EXR-SW-ACHOU.
004580     PERFORM 1310-COMPARAR-LOCATARIO
004590         THRU 1310-COMPARAR-LOCATARIO-EXIT
004600         VARYING EXR-IX FROM 1 BY 1
004610         UNTIL EXR-IX > EXR-QTDE-LOCATARIOS OR EXR-ACHOU.
004620     IF EXR-ACHOU
004630         SUBTRACT 1 FROM EXR-IX
004640     END-IF.
004650 1300-PROCURAR-LOCATARIO-EXIT.
004660     EXIT.
004670
004680 1310-COMPARAR-LOCATARIO.
004690     IF EXR-TL-CODIGO (EXR-IX) = EXR-CODIGO-PROCURADO
004700         SET EXR-ACHOU TO TRUE
004710     END-IF.
004720 1310-COMPARAR-LOCATARIO-EXIT.
004730     EXIT.
004740
004750*=========================================================
004760* ENTRADA DO SORT: EVENTOS DAS FATURAS DO LOCATARIO DO
004770* PARAMETRO (AVULSO) OU DOS LOCATARIOS ATIVOS (FIM DE MES)
004780* ATE O FIM DO PERIODO - O QUE VEM ANTES DO INICIO FORMA O
004790* SALDO ANTERIOR
004800*=========================================================
004810 1700-ALIMENTAR-SORT.
004820     OPEN INPUT RENT-INVOICES.
004830     READ RENT-INVOICES
004840         AT END SET EXR-RENTINV-EOF TO TRUE
004850     END-READ.
004860     PERFORM 1710-LIBERAR-FATURA THRU 1710-LIBERAR-FATURA-EXIT
004870         UNTIL EXR-RENTINV-EOF.
004880     CLOSE RENT-INVOICES.
004890 1700-ALIMENTAR-SORT-EXIT.
004900     EXIT.
004910
004920 1710-LIBERAR-FATURA.
004930     IF EXR-MODO-AVULSO
004940         IF INV-LOCATARIO NOT = EXR-LOCATARIO-PARM
004950             GO TO 1710-LIBERAR-FATURA-LER
004960         END-IF
004970     ELSE
004980         MOVE INV-LOCATARIO TO EXR-CODIGO-PROCURADO
004990         PERFORM 1300-PROCURAR-LOCATARIO
005000             THRU 1300-PROCURAR-LOCATARIO-EXIT
005010         IF NOT EXR-ACHOU
005020             GO TO 1710-LIBERAR-FATURA-LER
005030         END-IF
005040         IF NOT EXR-TL-ATIVO (EXR-IX)
005050             GO TO 1710-LIBERAR-FATURA-LER
005060         END-IF
005070     END-IF.
005080     IF INV-DATA-EMISSAO > EXR-DATA-FIM
005090         GO TO 1710-LIBERAR-FATURA-LER.
005100     MOVE INV-LOCATARIO TO SRT-LOCATARIO.
005110     MOVE INV-NUMERO TO SRT-DOCUMENTO.
005120     MOVE INV-LOTE-ID TO SRT-LOTE.
005130     MOVE SPACES TO SRT-CANAL SRT-SW-PARCIAL.
005140     MOVE INV-DATA-EMISSAO TO SRT-DATA.
005150     SET SRT-FATURA TO TRUE.
005160     MOVE INV-VALOR-BRL TO SRT-DEBITO.
005170     MOVE ZEROS TO SRT-CREDITO.
005180     RELEASE EXR-SORT-RECORD.
005190     ADD 1 TO EXR-QTDE-EVENTOS.
005190     IF INV-RENEGOCIADA
005190         PERFORM 1730-LIBERAR-RENEGOCIACAO
005190             THRU 1730-LIBERAR-RENEGOCIACAO-EXIT
005190         GO TO 1710-LIBERAR-FATURA-LER.
005200     IF NOT INV-PAGA OR INV-DATA-PAGAMENTO = ZEROS
005210             OR INV-DATA-PAGAMENTO > EXR-DATA-FIM
005220         GO TO 1710-LIBERAR-FATURA-LER.
005230     PERFORM 1720-LIBERAR-PAGAMENTO
005240         THRU 1720-LIBERAR-PAGAMENTO-EXIT.
005250 1710-LIBERAR-FATURA-LER.
005260     READ RENT-INVOICES
005270         AT END SET EXR-RENTINV-EOF TO TRUE
005280     END-READ.
005290 1710-LIBERAR-FATURA-EXIT.
005300     EXIT.
005310
005320*=========================================================
005330* FATURA PAGA: ENCARGOS DE ATRASO (SE HOUVE) E O CREDITO DO
005340* PAGAMENTO, AMBOS NA DATA DO PAGAMENTO. SEM VALOR PAGO
005350* REGISTRADO (BAIXA ANTIGA) VALE O DEVIDO, MENOS OS
005360* ENCARGOS QUE FICARAM EM ABERTO
005370*=========================================================
005380 1720-LIBERAR-PAGAMENTO.
005390     MOVE ZEROS TO EXR-ENCARGOS.
005400     IF INV-MULTA NUMERIC
005410         ADD INV-MULTA TO EXR-ENCARGOS
005420     END-IF.
005430     IF INV-JUROS NUMERIC
005440         ADD INV-JUROS TO EXR-ENCARGOS
005450     END-IF.
005460     MOVE INV-DATA-PAGAMENTO TO SRT-DATA.
005470     IF EXR-ENCARGOS > ZEROS
005480         SET SRT-ENCARGOS TO TRUE
005490         MOVE EXR-ENCARGOS TO SRT-DEBITO
005500         MOVE ZEROS TO SRT-CREDITO
005510         RELEASE EXR-SORT-RECORD
005520         ADD 1 TO EXR-QTDE-EVENTOS
005530     END-IF.
005530     MOVE ZEROS TO EXR-VALOR-RETIDO.
005530     IF INV-VALOR-RETIDO NUMERIC
005530         MOVE INV-VALOR-RETIDO TO EXR-VALOR-RETIDO
005530     END-IF.
005530     IF EXR-VALOR-RETIDO > ZEROS
005530         SET SRT-PAGAMENTO TO TRUE
005530         MOVE 'T' TO SRT-CANAL
005530         MOVE ZEROS TO SRT-DEBITO
005530         MOVE EXR-VALOR-RETIDO TO SRT-CREDITO
005530         RELEASE EXR-SORT-RECORD
005530         ADD 1 TO EXR-QTDE-EVENTOS
005530     END-IF.
005540     IF (INV-PAGO-RECIBO OR INV-PAGO-BOLETO)
005550             AND INV-VALOR-PAGO NUMERIC
005560         MOVE INV-VALOR-PAGO TO EXR-VALOR-PAGO
005570         MOVE INV-CANAL-PAGAMENTO TO SRT-CANAL
005580     ELSE
005590         MOVE INV-VALOR-BRL TO EXR-VALOR-PAGO
005600         IF NOT INV-ENCARGOS-EM-ABERTO
005610             ADD EXR-ENCARGOS TO EXR-VALOR-PAGO
005620         END-IF
005630         MOVE SPACES TO SRT-CANAL
005640     END-IF.
005650     IF EXR-VALOR-PAGO + EXR-VALOR-RETIDO
005650             < INV-VALOR-BRL + EXR-ENCARGOS
005660         SET SRT-PARCIAL TO TRUE
005670     END-IF.
005680     SET SRT-PAGAMENTO TO TRUE.
005690     MOVE ZEROS TO SRT-DEBITO.
005700     MOVE EXR-VALOR-PAGO TO SRT-CREDITO.
005710     RELEASE EXR-SORT-RECORD.
005720     ADD 1 TO EXR-QTDE-EVENTOS.
005730 1720-LIBERAR-PAGAMENTO-EXIT.
005740     EXIT.
005740
005740*=========================================================
005740* FATURA RENEGOCIADA: O ACORDO QUITA A FATURA ORIGINAL NA
005740* DATA DO ACORDO (GRAVADA NA DATA DE PAGAMENTO); O SALDO
005740* PASSA PARA AS PARCELAS
005740*=========================================================
005740 1730-LIBERAR-RENEGOCIACAO.
005740     IF INV-DATA-PAGAMENTO = ZEROS
005740             OR INV-DATA-PAGAMENTO > EXR-DATA-FIM
005740         GO TO 1730-LIBERAR-RENEGOCIACAO-EXIT.
005740     MOVE INV-DATA-PAGAMENTO TO SRT-DATA.
005740     SET SRT-PAGAMENTO TO TRUE.
005740     MOVE 'A' TO SRT-CANAL.
005740     MOVE ZEROS TO SRT-DEBITO.
005740     MOVE INV-VALOR-BRL TO SRT-CREDITO.
005740     RELEASE EXR-SORT-RECORD.
005740     ADD 1 TO EXR-QTDE-EVENTOS.
005740 1730-LIBERAR-RENEGOCIACAO-EXIT.
005740     EXIT.
005750
005760*=========================================================
005770* SAIDA DO SORT: EVENTOS POR LOCATARIO/DATA/TIPO; A QUEBRA
005780* DE LOCATARIO DECIDE E EMITE O EXTRATO. O AVULSO SAI
005790* MESMO SEM NENHUM EVENTO (SALDO ZERO)
005800*=========================================================
005810 1900-CONSUMIR-SORT.
005820     RETURN SORT-WORK-FILE
005830         AT END SET EXR-FIM-SORT TO TRUE
005840     END-RETURN.
005850     PERFORM 2000-PROCESSAR-LOCATARIO
005860         THRU 2000-PROCESSAR-LOCATARIO-EXIT
005870         UNTIL EXR-FIM-SORT.
005880     IF EXR-MODO-AVULSO AND EXR-QTDE-EXTRATOS = ZEROS
005890         MOVE EXR-LOCATARIO-PARM TO EXR-LOCATARIO-ATUAL
005900         PERFORM 2050-ZERAR-LOCATARIO
005910             THRU 2050-ZERAR-LOCATARIO-EXIT
005920         PERFORM 3000-EMITIR-EXTRATO THRU 3000-EMITIR-EXTRATO-EXIT
005930     END-IF.
005940 1900-CONSUMIR-SORT-EXIT.
005950     EXIT.
005960
005970 2000-PROCESSAR-LOCATARIO.
005980     MOVE SRT-LOCATARIO TO EXR-LOCATARIO-ATUAL.
005990     PERFORM 2050-ZERAR-LOCATARIO THRU 2050-ZERAR-LOCATARIO-EXIT.
006000     PERFORM 2100-ACUMULAR-EVENTO THRU 2100-ACUMULAR-EVENTO-EXIT
006010         UNTIL EXR-FIM-SORT
006020            OR SRT-LOCATARIO NOT = EXR-LOCATARIO-ATUAL.
006030     IF EXR-MODO-FIM-MES AND EXR-SALDO NOT > ZEROS
006040         ADD 1 TO EXR-QTDE-SEM-SALDO
006050         GO TO 2000-PROCESSAR-LOCATARIO-EXIT.
006060     PERFORM 3000-EMITIR-EXTRATO THRU 3000-EMITIR-EXTRATO-EXIT.
006070 2000-PROCESSAR-LOCATARIO-EXIT.
006080     EXIT.
006090
006100 2050-ZERAR-LOCATARIO.
006110     MOVE ZEROS TO EXR-SALDO-ANTERIOR EXR-SALDO
006120         EXR-TOT-DEBITOS EXR-TOT-CREDITOS EXR-QTDE-PERIODO
006130         EXR-OMITIDOS-LOC EXR-QTDE-MOVIMENTOS.
006140 2050-ZERAR-LOCATARIO-EXIT.
006150     EXIT.
006160
006170*=========================================================
006180* EVENTO ANTES DO INICIO SO MEXE NO SALDO ANTERIOR; NO
006190* PERIODO VAI PARA A TABELA COM O SALDO CORRENTE
006200*=========================================================
006210 2100-ACUMULAR-EVENTO.
006220     ADD SRT-DEBITO TO EXR-SALDO.
006230     SUBTRACT SRT-CREDITO FROM EXR-SALDO.
006240     IF SRT-DATA < EXR-DATA-INICIO
006250         MOVE EXR-SALDO TO EXR-SALDO-ANTERIOR
006260         GO TO 2100-ACUMULAR-EVENTO-LER.
006270     ADD SRT-DEBITO TO EXR-TOT-DEBITOS.
006280     ADD SRT-CREDITO TO EXR-TOT-CREDITOS.
006290     ADD 1 TO EXR-QTDE-PERIODO.
006300     IF EXR-QTDE-MOVIMENTOS = 500
006310         ADD 1 TO EXR-OMITIDOS-LOC
006320         GO TO 2100-ACUMULAR-EVENTO-LER.
006330     ADD 1 TO EXR-QTDE-MOVIMENTOS.
006340     MOVE EXR-QTDE-MOVIMENTOS TO EXR-IM.
006350     MOVE SRT-DATA TO EXR-M-DATA (EXR-IM).
006360     MOVE SRT-TIPO TO EXR-M-TIPO (EXR-IM).
006370     MOVE SRT-DOCUMENTO TO EXR-M-DOCUMENTO (EXR-IM).
006380     MOVE SRT-LOTE TO EXR-M-LOTE (EXR-IM).
006390     MOVE SRT-CANAL TO EXR-M-CANAL (EXR-IM).
006400     MOVE SRT-DEBITO TO EXR-M-DEBITO (EXR-IM).
006410     MOVE SRT-CREDITO TO EXR-M-CREDITO (EXR-IM).
006420     MOVE EXR-SALDO TO EXR-M-SALDO (EXR-IM).
006430     MOVE SRT-SW-PARCIAL TO EXR-M-SW-PARCIAL (EXR-IM).
006440 2100-ACUMULAR-EVENTO-LER.
006450     RETURN SORT-WORK-FILE
006460         AT END SET EXR-FIM-SORT TO TRUE
006470     END-RETURN.
006480 2100-ACUMULAR-EVENTO-EXIT.
006490     EXIT.
006500
006510*=========================================================
006520* EXTRATO DO LOCATARIO CORRENTE: CABECALHO, SALDO ANTERIOR,
006530* MOVIMENTOS, TOTAIS, CAUCAO E SALDO FINAL - NO EXTRRPT E
006540* NO ARQUIVO EXTRATOS
006550*=========================================================
006560 3000-EMITIR-EXTRATO.
006570     MOVE EXR-LOCATARIO-ATUAL TO EXR-CODIGO-PROCURADO.
006580     PERFORM 1300-PROCURAR-LOCATARIO
006590         THRU 1300-PROCURAR-LOCATARIO-EXIT.
006600     IF EXR-ACHOU
006610         MOVE EXR-TL-NOME (EXR-IX) TO EXR-NOME-ATUAL
006620     ELSE
006630         MOVE 'LOCATARIO NAO CADASTRADO' TO EXR-NOME-ATUAL
006640         DISPLAY 'LOCATARIO ' EXR-LOCATARIO-ATUAL
006650             ' FORA DO CADASTRO TENANTS'
006660         MOVE 4 TO EXR-RETORNO
006670     END-IF.
006680     MOVE EXR-DATA-PROCESSAMENTO TO EXR-C1-EMISSAO.
006690     WRITE EXR-REPORT-LINE FROM EXR-CABECALHO-1.
006700     MOVE EXR-LOCATARIO-ATUAL TO EXR-C2-LOCATARIO.
006710     MOVE EXR-NOME-ATUAL TO EXR-C2-NOME.
006720     WRITE EXR-REPORT-LINE FROM EXR-CABECALHO-2.
006730     MOVE EXR-DATA-INICIO TO EXR-C3-INICIO.
006740     MOVE EXR-DATA-FIM TO EXR-C3-FIM.
006750     WRITE EXR-REPORT-LINE FROM EXR-CABECALHO-3.
006760     MOVE SPACES TO EXR-REPORT-LINE.
006770     WRITE EXR-REPORT-LINE.
006780     WRITE EXR-REPORT-LINE FROM EXR-CABECALHO-4.
006790     MOVE SPACES TO EXR-L-DATA EXR-L-LOTE EXR-L-DOCUMENTO
006800         EXR-L-CANAL EXR-L-DEBITO EXR-L-CREDITO EXR-L-MARCA.
006810     MOVE 'SALDO ANTERIOR' TO EXR-L-HISTORICO.
006820     MOVE EXR-SALDO-ANTERIOR TO EXR-L-SALDO.
006830     WRITE EXR-REPORT-LINE FROM EXR-LINHA-MOVIMENTO.
006840     MOVE SPACES TO EXT-REGISTRO.
006850     MOVE EXR-LOCATARIO-ATUAL TO EXT-LOCATARIO.
006860     SET EXT-TIPO-CABECALHO TO TRUE.
006870     MOVE EXR-NOME-ATUAL TO EXT-H-NOME.
006880     MOVE EXR-DATA-INICIO TO EXT-H-DATA-INICIO.
006890     MOVE EXR-DATA-FIM TO EXT-H-DATA-FIM.
006900     MOVE EXR-DATA-PROCESSAMENTO TO EXT-H-EMISSAO.
006910     MOVE EXR-SALDO-ANTERIOR TO EXT-H-SALDO-ANTERIOR.
006920     WRITE EXT-REGISTRO.
006930     PERFORM 3100-IMPRIMIR-MOVIMENTO
006940         THRU 3100-IMPRIMIR-MOVIMENTO-EXIT
006950         VARYING EXR-IM FROM 1 BY 1
006960         UNTIL EXR-IM > EXR-QTDE-MOVIMENTOS.
006970     IF EXR-OMITIDOS-LOC > ZEROS
006980         MOVE 'MOVIMENTOS ALEM DA TABELA (NOS TOTAIS)'
006990             TO EXR-Q-ROTULO
007000         MOVE EXR-OMITIDOS-LOC TO EXR-Q-QTDE
007010         WRITE EXR-REPORT-LINE FROM EXR-LINHA-QTDE
007020         ADD EXR-OMITIDOS-LOC TO EXR-QTDE-OMITIDOS
007030         MOVE 4 TO EXR-RETORNO
007040     END-IF.
007050     MOVE SPACES TO EXR-L-DATA EXR-L-LOTE EXR-L-DOCUMENTO
007060         EXR-L-CANAL EXR-L-MARCA.
007070     MOVE 'TOTAIS DO PERIODO' TO EXR-L-HISTORICO.
007080     MOVE EXR-TOT-DEBITOS TO EXR-VALOR-EDT.
007090     MOVE EXR-VALOR-EDT TO EXR-L-DEBITO.
007100     MOVE EXR-TOT-CREDITOS TO EXR-VALOR-EDT.
007110     MOVE EXR-VALOR-EDT TO EXR-L-CREDITO.
007120     MOVE EXR-SALDO TO EXR-L-SALDO.
007130     WRITE EXR-REPORT-LINE FROM EXR-LINHA-MOVIMENTO.
007140     PERFORM 3200-IMPRIMIR-CAUCAO THRU 3200-IMPRIMIR-CAUCAO-EXIT.
007150     MOVE SPACES TO EXR-REPORT-LINE.
007160     WRITE EXR-REPORT-LINE.
007170     MOVE 'SALDO FINAL (POSITIVO = A PAGAR)' TO EXR-T-ROTULO.
007180     MOVE EXR-SALDO TO EXR-T-VALOR.
007190     WRITE EXR-REPORT-LINE FROM EXR-LINHA-TOTAL.
007200     MOVE 'CAUCAO RETIDA (FORA DO SALDO)' TO EXR-T-ROTULO.
007210     MOVE EXR-CAUCAO-RETIDA TO EXR-T-VALOR.
007220     WRITE EXR-REPORT-LINE FROM EXR-LINHA-TOTAL.
007230     MOVE SPACES TO EXR-REPORT-LINE.
007240     WRITE EXR-REPORT-LINE.
007250     MOVE SPACES TO EXT-REGISTRO.
007260     MOVE EXR-LOCATARIO-ATUAL TO EXT-LOCATARIO.
007270     SET EXT-TIPO-TOTAL TO TRUE.
007280     MOVE EXR-TOT-DEBITOS TO EXT-T-DEBITOS.
007290     MOVE EXR-TOT-CREDITOS TO EXT-T-CREDITOS.
007300     MOVE EXR-SALDO TO EXT-T-SALDO-FINAL.
007310     MOVE EXR-CAUCAO-RETIDA TO EXT-T-CAUCAO-RETIDA.
007320     MOVE EXR-QTDE-PERIODO TO EXT-T-QTDE-MOVIMENTOS.
007330     WRITE EXT-REGISTRO.
007340     ADD 1 TO EXR-QTDE-EXTRATOS.
007350 3000-EMITIR-EXTRATO-EXIT.
007360     EXIT.
007370
007380 3100-IMPRIMIR-MOVIMENTO.
007390     MOVE EXR-M-DATA (EXR-IM) TO EXR-L-DATA.
007400     MOVE EXR-M-LOTE (EXR-IM) TO EXR-LOTE-EDT.
007410     MOVE EXR-LOTE-EDT TO EXR-L-LOTE.
007420     MOVE EXR-M-DOCUMENTO (EXR-IM) TO EXR-NUMERO-EDT.
007430     MOVE EXR-NUMERO-EDT TO EXR-L-DOCUMENTO.
007440     MOVE SPACES TO EXR-L-CANAL EXR-L-DEBITO EXR-L-CREDITO
007450         EXR-L-MARCA.
007460     EVALUATE EXR-M-TIPO (EXR-IM)
007470         WHEN 1
007480             MOVE 'FATURA EMITIDA' TO EXR-L-HISTORICO
007490         WHEN 2
007500             MOVE 'MULTA/JUROS ATRASO' TO EXR-L-HISTORICO
007510         WHEN OTHER
007520             MOVE 'PAGAMENTO' TO EXR-L-HISTORICO
007530             EVALUATE EXR-M-CANAL (EXR-IM)
007540                 WHEN 'R'
007550                     MOVE 'RECIBO' TO EXR-L-CANAL
007560                 WHEN 'B'
007570                     MOVE 'BOLETO' TO EXR-L-CANAL
007570                 WHEN 'A'
007570                     MOVE 'RENEGOCIADA (ACORDO)'
007570                         TO EXR-L-HISTORICO
007570                     MOVE 'ACORDO' TO EXR-L-CANAL
007570                 WHEN 'T'
007570                     MOVE 'IMPOSTO RETIDO FONTE'
007570                         TO EXR-L-HISTORICO
007570                     MOVE 'FONTE' TO EXR-L-CANAL
007580                 WHEN OTHER
007590                     MOVE 'N/INF.' TO EXR-L-CANAL
007600             END-EVALUATE
007610             IF EXR-M-SW-PARCIAL (EXR-IM) = 'S'
007620                 MOVE 'PARCIAL' TO EXR-L-MARCA
007630             END-IF
007640     END-EVALUATE.
007650     IF EXR-M-DEBITO (EXR-IM) > ZEROS
007660         MOVE EXR-M-DEBITO (EXR-IM) TO EXR-VALOR-EDT
007670         MOVE EXR-VALOR-EDT TO EXR-L-DEBITO
007680     END-IF.
007690     IF EXR-M-CREDITO (EXR-IM) > ZEROS
007700         MOVE EXR-M-CREDITO (EXR-IM) TO EXR-VALOR-EDT
007710         MOVE EXR-VALOR-EDT TO EXR-L-CREDITO
007720     END-IF.
007730     MOVE EXR-M-SALDO (EXR-IM) TO EXR-L-SALDO.
007740     WRITE EXR-REPORT-LINE FROM EXR-LINHA-MOVIMENTO.
007750     MOVE SPACES TO EXT-REGISTRO.
007760     MOVE EXR-LOCATARIO-ATUAL TO EXT-LOCATARIO.
007770     SET EXT-TIPO-MOVIMENTO TO TRUE.
007780     MOVE EXR-M-DATA (EXR-IM) TO EXT-M-DATA.
007790     MOVE EXR-M-LOTE (EXR-IM) TO EXT-M-LOTE.
007800     MOVE EXR-M-DOCUMENTO (EXR-IM) TO EXT-M-DOCUMENTO.
007810     EVALUATE EXR-M-TIPO (EXR-IM)
007820         WHEN 1
007830             SET EXT-M-FATURA TO TRUE
007840         WHEN 2
007850             SET EXT-M-ENCARGOS TO TRUE
007860         WHEN OTHER
007870             SET EXT-M-PAGAMENTO TO TRUE
007880     END-EVALUATE.
007890     MOVE EXR-M-CANAL (EXR-IM) TO EXT-M-CANAL.
007900     MOVE EXR-M-DEBITO (EXR-IM) TO EXT-M-DEBITO.
007910     MOVE EXR-M-CREDITO (EXR-IM) TO EXT-M-CREDITO.
007920     MOVE EXR-M-SALDO (EXR-IM) TO EXT-M-SALDO.
007930     MOVE EXR-M-SW-PARCIAL (EXR-IM) TO EXT-M-SW-PARCIAL.
007940     WRITE EXT-REGISTRO.
007950 3100-IMPRIMIR-MOVIMENTO-EXIT.
007960     EXIT.
007970
007980*=========================================================
007990* CAUCAO DO LOCATARIO NO DEPCAU (UMA LINHA POR LOTE): O
008000* DEPOSITO, A CORRECAO ACUMULADA, AS DEDUCOES APURADAS E A
008010* DEVOLUCAO PAGA. RETIDA = VALOR CORRIGIDO ATE O PAGAMENTO
008020* DA DEVOLUCAO. CAUCAO DEVOLVIDA ANTES DO PERIODO NAO SAI
008030*=========================================================
008040 3200-IMPRIMIR-CAUCAO.
008050     MOVE ZEROS TO EXR-CAUCAO-RETIDA EXR-QTDE-CAUCOES.
008060     IF NOT EXR-DEPCAU-DISPONIVEL
008070         GO TO 3200-IMPRIMIR-CAUCAO-EXIT.
008080     MOVE LOW-VALUES TO CAU-CHAVE.
008090     START DEPOSIT-LEDGER KEY IS NOT LESS THAN CAU-CHAVE
008100         INVALID KEY
008110             GO TO 3200-IMPRIMIR-CAUCAO-EXIT
008120     END-START.
008130     MOVE '00' TO EXR-DEPCAU-STATUS.
008140     PERFORM 3210-LER-CAUCAO THRU 3210-LER-CAUCAO-EXIT
008150         UNTIL EXR-DEPCAU-EOF.
008160 3200-IMPRIMIR-CAUCAO-EXIT.
008170     EXIT.
008180
008190 3210-LER-CAUCAO.
008200     READ DEPOSIT-LEDGER NEXT RECORD
008210         AT END
008220             SET EXR-DEPCAU-EOF TO TRUE
008230             GO TO 3210-LER-CAUCAO-EXIT
008240     END-READ.
008250     IF EXR-DEPCAU-STATUS NOT = '00'
008260         SET EXR-DEPCAU-EOF TO TRUE
008270         GO TO 3210-LER-CAUCAO-EXIT.
008280     IF CAU-LOCATARIO NOT = EXR-LOCATARIO-ATUAL
008290         GO TO 3210-LER-CAUCAO-EXIT.
008300     IF CAU-PAGA AND CAU-DATA-REFUND < EXR-DATA-INICIO
008310         GO TO 3210-LER-CAUCAO-EXIT.
008320     IF EXR-QTDE-CAUCOES = ZEROS
008330         MOVE SPACES TO EXR-REPORT-LINE
008340         WRITE EXR-REPORT-LINE
008350         MOVE ' CAUCAO (NAO ENTRA NO SALDO DO ALUGUEL)'
008360             TO EXR-REPORT-LINE
008370         WRITE EXR-REPORT-LINE
008380         WRITE EXR-REPORT-LINE FROM EXR-CABECALHO-CAUCAO
008390     END-IF.
008400     ADD 1 TO EXR-QTDE-CAUCOES.
008410     MOVE ZEROS TO EXR-CORRECAO.
008420     IF CAU-VALOR-CORRIGIDO > CAU-VALOR-DEPOSITO
008430         COMPUTE EXR-CORRECAO =
008440             CAU-VALOR-CORRIGIDO - CAU-VALOR-DEPOSITO
008450     END-IF.
008460     IF CAU-PAGA
008470         MOVE ZEROS TO EXR-RETIDO
008480     ELSE
008490         MOVE CAU-VALOR-CORRIGIDO TO EXR-RETIDO
008500     END-IF.
008510     ADD EXR-RETIDO TO EXR-CAUCAO-RETIDA.
008520     MOVE CAU-LOTE-ID TO EXR-K-LOTE.
008530     MOVE CAU-DATA-DEPOSITO TO EXR-K-DATA.
008540     MOVE CAU-VALOR-DEPOSITO TO EXR-K-DEPOSITO.
008550     MOVE EXR-CORRECAO TO EXR-K-CORRECAO.
008560     MOVE CAU-DEDUCOES TO EXR-K-DEDUCOES.
008570     MOVE CAU-VALOR-REFUND TO EXR-K-DEVOLVIDO.
008580     EVALUATE TRUE
008590         WHEN CAU-ATIVA
008600             MOVE 'ATIVA' TO EXR-K-SITUACAO
008610         WHEN CAU-APURADA
008620             MOVE 'APURADA' TO EXR-K-SITUACAO
008630         WHEN CAU-LIBERADA
008640             MOVE 'LIBERADA' TO EXR-K-SITUACAO
008650         WHEN CAU-PAGA
008660             MOVE 'DEVOLVIDA' TO EXR-K-SITUACAO
008670         WHEN OTHER
008680             MOVE CAU-STATUS TO EXR-K-SITUACAO
008690     END-EVALUATE.
008700     MOVE EXR-RETIDO TO EXR-K-RETIDO.
008710     WRITE EXR-REPORT-LINE FROM EXR-LINHA-CAUCAO.
008720     MOVE SPACES TO EXT-REGISTRO.
008730     MOVE EXR-LOCATARIO-ATUAL TO EXT-LOCATARIO.
008740     SET EXT-TIPO-CAUCAO TO TRUE.
008750     MOVE CAU-LOTE-ID TO EXT-C-LOTE.
008760     MOVE CAU-DATA-DEPOSITO TO EXT-C-DATA-DEPOSITO.
008770     MOVE CAU-VALOR-DEPOSITO TO EXT-C-DEPOSITO.
008780     MOVE EXR-CORRECAO TO EXT-C-CORRECAO.
008790     MOVE CAU-DEDUCOES TO EXT-C-DEDUCOES.
008800     MOVE CAU-VALOR-REFUND TO EXT-C-DEVOLVIDO.
008810     MOVE CAU-DATA-REFUND TO EXT-C-DATA-DEVOLUCAO.
008820     MOVE CAU-STATUS TO EXT-C-SITUACAO.
008830     MOVE EXR-RETIDO TO EXT-C-RETIDO.
008840     WRITE EXT-REGISTRO.
008850 3210-LER-CAUCAO-EXIT.
008860     EXIT.
008870
008880*=========================================================
008890* RESUMO DA RODADA NO FIM DO EXTRRPT
008900*=========================================================
008910 8000-RESUMO.
008920     MOVE SPACES TO EXR-REPORT-LINE.
008930     IF EXR-MODO-AVULSO
008940         MOVE '===== RESUMO - EXTRATO AVULSO ====='
008950             TO EXR-REPORT-LINE
008960     ELSE
008970         MOVE '===== RESUMO - EXTRATOS DO FIM DE MES ====='
008980             TO EXR-REPORT-LINE
008990     END-IF.
009000     WRITE EXR-REPORT-LINE.
009010     MOVE 'EVENTOS DE FATURA CLASSIFICADOS' TO EXR-Q-ROTULO.
009020     MOVE EXR-QTDE-EVENTOS TO EXR-Q-QTDE.
009030     WRITE EXR-REPORT-LINE FROM EXR-LINHA-QTDE.
009040     MOVE 'EXTRATOS EMITIDOS' TO EXR-Q-ROTULO.
009050     MOVE EXR-QTDE-EXTRATOS TO EXR-Q-QTDE.
009060     WRITE EXR-REPORT-LINE FROM EXR-LINHA-QTDE.
009070     IF EXR-MODO-FIM-MES
009080         MOVE 'LOCATARIOS SEM SALDO DEVEDOR' TO EXR-Q-ROTULO
009090         MOVE EXR-QTDE-SEM-SALDO TO EXR-Q-QTDE
009100         WRITE EXR-REPORT-LINE FROM EXR-LINHA-QTDE
009110     END-IF.
009120     MOVE 'MOVIMENTOS ALEM DA TABELA' TO EXR-Q-ROTULO.
009130     MOVE EXR-QTDE-OMITIDOS TO EXR-Q-QTDE.
009140     WRITE EXR-REPORT-LINE FROM EXR-LINHA-QTDE.
009150 8000-RESUMO-EXIT.
009160     EXIT.
009170
009180 9000-FINALIZAR.
009190     IF EXR-RETORNO < 16
009200         IF EXR-DEPCAU-DISPONIVEL
009210             CLOSE DEPOSIT-LEDGER
009220         END-IF
009230         CLOSE STATEMENT-REPORT
009240         CLOSE STATEMENT-FILE
009250     END-IF.
009260     DISPLAY 'EXTRATOS EMITIDOS............: '
009270         EXR-QTDE-EXTRATOS.
009280     DISPLAY 'LOCATARIOS SEM SALDO DEVEDOR.: '
009290         EXR-QTDE-SEM-SALDO.
009300 9000-FINALIZAR-EXIT.
009310     EXIT.
