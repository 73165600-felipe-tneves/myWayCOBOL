000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCOB92.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE LOGISTICA.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: COTACAO DE FRETE NO CONSOLE PARA A AREA DE
000100*           VENDAS, ANTES DE EXISTIR O PEDIDO - ATE AQUI A
000110*           COTACAO ERA FEITA NA CALCULADORA DE FRETE
000120*           (PROGCOB09), SO PELA TAXA DA UF E SEM GUARDAR
000130*           NADA, E O LOTE DA NOITE COBRAVA OUTRO VALOR. COTA
000140*           TODAS AS TRANSPORTADORAS ATIVAS DO CARRMAST PARA
000150*           A UF/CEP, VALOR, PESO E MOEDA INFORMADOS, NA MESMA
000160*           REGRA DO LOTE DE FRETE (PROGCOB13): TAXA DA ZONA
000170*           DO CEP (CEPZONA), SENAO TAXA DA TRANSPORTADORA
000180*           PARA A UF (CARRTAB), MAIS O ADICIONAL POR FAIXA
000190*           DE PESO; SEM NENHUMA, TAXA DA UF (UFRATE). O
000200*           VENDEDOR ESCOLHE A TRANSPORTADORA (ENTER = A MAIS
000210*           BARATA) E A COTACAO E GRAVADA NO COTFRETE COM
000220*           NUMERO, VALIDADE E SITUACAO EM ABERTO. O PEDIDO
000230*           QUE CHEGAR COM ESSE NUMERO TEM O FRETE COTADO
000240*           HONRADO PELO LOTE DE FRETE ENQUANTO VALIDA.
000250* OBS: AS TAXAS SAO AS VIGENTES NA DATA DA COTACAO. SEM
000260*      PRODUTO NA COTACAO NAO HA PESO CUBADO - O PESO
000270*      INFORMADO E O PESO TAXADO.
000280*      VALIDADE = DATA DA COTACAO + DIAS INFORMADOS (ZERO =
000290*      15 DIAS) EM DIAS CORRIDOS ROLADOS A DIA UTIL
000300*      (DIACORR).
000310*      NUMERO DA COTACAO = MAIOR NUMERO NO COTFRETE + 1.
000320* -----------------------------------------------------
000330* HISTORICO DE ALTERACOES
000340* 15/10/2026 FT  PROGRAMA CRIADO.
000340* 15/10/2026 FT  TRANSPORTADORA COM DOCUMENTO OBRIGATORIO
000340*                VENCIDO (ROTINA DOCCHK) FICA FORA DA COTACAO.
000350***********************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SPECIAL-NAMES.
000390     DECIMAL-POINT IS COMMA.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT QUOTE-FILE ASSIGN TO 'COTFRETE'
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS CFR-NUMERO
000460         FILE STATUS IS WRK-COTFRETE-STATUS.
000470     SELECT CARRIER-MASTER ASSIGN TO 'CARRMAST'
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS CAR-CODIGO
000510         FILE STATUS IS WRK-CARRMAST-STATUS.
000520     SELECT CARRIER-RATE-TABLE ASSIGN TO 'CARRTAB'
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS CTB-CHAVE
000560         FILE STATUS IS WRK-CARRTAB-STATUS.
000570     SELECT CEP-ZONE-TABLE ASSIGN TO 'CEPZONA'
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS CZN-CHAVE
000610         FILE STATUS IS WRK-CEPZONA-STATUS.
000620     SELECT UF-RATE-TABLE ASSIGN TO 'UFRATE'
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS UF-RATE-CHAVE
000660         FILE STATUS IS WRK-UFRATE-STATUS.
000670     SELECT CURRENCY-RATE ASSIGN TO 'CURRATE'
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS CUR-CODIGO
000710         FILE STATUS IS WRK-CURRATE-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  QUOTE-FILE.
000750     COPY COTFRT.
000760 FD  CARRIER-MASTER.
000770     COPY CARRMST.
000780 FD  CARRIER-RATE-TABLE.
000790     COPY CARRTAB.
000800 FD  CEP-ZONE-TABLE.
000810     COPY CEPZONA.
000820 FD  UF-RATE-TABLE.
000830     COPY UFTABREG.
000840 FD  CURRENCY-RATE.
000850     COPY CURRATE.
000860 WORKING-STORAGE SECTION.
000870 77  WRK-COTFRETE-STATUS PIC X(02) VALUE '00'.
000880     88  WRK-COTFRETE-EOF    VALUE '10'.
000890 77  WRK-SW-COTFRETE     PIC X(01) VALUE 'N'.
000900     88  WRK-COTFRETE-DISPONIVEL VALUE 'S'.
000910 77  WRK-CARRMAST-STATUS PIC X(02) VALUE '00'.
000920     88  WRK-CARRMAST-EOF    VALUE '10'.
000930 77  WRK-CARRTAB-STATUS  PIC X(02) VALUE '00'.
000940 77  WRK-SW-CARRTAB      PIC X(01) VALUE 'N'.
000950     88  WRK-CARRTAB-DISPONIVEL  VALUE 'S'.
000960 77  WRK-CEPZONA-STATUS  PIC X(02) VALUE '00'.
000970 77  WRK-SW-CEPZONA      PIC X(01) VALUE 'N'.
000980     88  WRK-CEPZONA-DISPONIVEL  VALUE 'S'.
000990 77  WRK-UFRATE-STATUS   PIC X(02) VALUE '00'.
001000 77  WRK-SW-UFRATE       PIC X(01) VALUE 'N'.
001010     88  WRK-UFRATE-DISPONIVEL   VALUE 'S'.
001020 77  WRK-CURRATE-STATUS  PIC X(02) VALUE '00'.
001030 77  WRK-SW-CURRATE      PIC X(01) VALUE 'N'.
001040     88  WRK-CURRATE-DISPONIVEL  VALUE 'S'.
001050 77  WRK-SW-VARREDURA    PIC X(01) VALUE 'N'.
001060     88  WRK-FIM-VARREDURA       VALUE 'S'.
001070     88  WRK-VARREDURA-ATIVA     VALUE 'N'.
001080 77  WRK-SW-TAXA         PIC X(01) VALUE 'N'.
001090     88  WRK-TAXA-ACHADA         VALUE 'S'.
001100     88  WRK-TAXA-NAO-ACHADA     VALUE 'N'.
001110 77  WRK-SW-ESCOLHA      PIC X(01) VALUE 'N'.
001120     88  WRK-ESCOLHA-OK          VALUE 'S'.
001130 77  WRK-SW-MOEDA        PIC X(01) VALUE 'N'.
001140     88  WRK-MOEDA-OK            VALUE 'S'.
001150 77  WRK-OPCAO           PIC 9(01) VALUE ZEROS.
001160     88  WRK-OPCAO-SAIR      VALUE 9.
001170 77  WRK-DATASISTEMA     PIC 9(08) VALUE ZEROS.
001170 77  WRK-DOC-SITUACAO    PIC X(01) VALUE 'R'.
001170     88  WRK-DOC-BLOQUEADA       VALUE 'B'.
001170 77  WRK-DOC-MOTIVO      PIC X(30) VALUE SPACES.
001170 77  WRK-DOC-VENCIMENTO  PIC 9(08) VALUE ZEROS.
001180 77  WRK-PROX-NUMERO     PIC 9(06) VALUE 1.
001190 77  WRK-NUMERO          PIC 9(06) VALUE ZEROS.
001200 77  WRK-UF              PIC X(02) VALUE SPACES.
001210 77  WRK-CEP             PIC 9(08) VALUE ZEROS.
001220 77  WRK-VALOR           PIC 9(06)V99 VALUE ZEROS.
001230 77  WRK-PESO            PIC 9(04)V99 VALUE ZEROS.
001240 77  WRK-MOEDA           PIC X(03) VALUE SPACES.
001250 77  WRK-DIAS-INFORMADO  PIC 9(03) VALUE ZEROS.
001260 77  WRK-DIAS-VALIDADE   PIC S9(03) VALUE ZEROS.
001270 77  WRK-DIAS-PADRAO     PIC S9(03) VALUE 15.
001280 77  WRK-VALIDADE        PIC 9(08) VALUE ZEROS.
001290 77  WRK-TAXA-CONVERSAO  PIC 9(04)V9999 VALUE 1,0000.
001300 77  WRK-FRETE-BRL       PIC 9(06)V99 VALUE ZEROS.
001310 77  WRK-MULT-VIGENTE    PIC 9V9999 VALUE ZEROS.
001320 77  WRK-ZONA-COT        PIC X(03) VALUE SPACES.
001330 77  WRK-ADICIONAL-PESO  PIC 9(04)V99 VALUE ZEROS.
001340 77  WRK-FRETE-COTADO    PIC 9(09)V99 VALUE ZEROS.
001350 77  WRK-TRANSP-PROCURADA PIC X(03) VALUE SPACES.
001360 77  WRK-TRANSP-ESCOLHIDA PIC X(03) VALUE SPACES.
001370 77  WRK-IND             PIC 9(02) COMP VALUE ZEROS.
001380 77  WRK-IND-MELHOR      PIC 9(02) COMP VALUE ZEROS.
001390 77  WRK-IND-ESCOLHIDA   PIC 9(02) COMP VALUE ZEROS.
001400 77  WRK-VALOR-EDT       PIC ZZZ.ZZ9,99.
001410 77  WRK-TAXA-EDT        PIC 9,9999.
001420 77  WRK-ENTRADA         PIC X(10) VALUE SPACES.
001430 77  WRK-VALOR-VALIDO    PIC 9(10) VALUE ZEROS.
001440 77  WRK-VALNUM-MIN-VALOR  PIC 9(10) VALUE 1.
001450 77  WRK-VALNUM-MAX-VALOR  PIC 9(10) VALUE 999999.
001460 77  WRK-VALNUM-MIN-PESO   PIC 9(10) VALUE ZEROS.
001470 77  WRK-VALNUM-MAX-PESO   PIC 9(10) VALUE 9999.
001480 77  WRK-VALIDO          PIC X(01) VALUE 'N'.
001490     88  WRK-ENTRADA-OK        VALUE 'S'.
001500     88  WRK-ENTRADA-RUIM      VALUE 'N'.
001510
001520 01  WRK-TRANSPORTADORAS.
001530     05  WRK-QTDE-TRANSP     PIC 9(02) COMP VALUE ZEROS.
001540     05  WRK-TRANSP-CODIGO   PIC X(03) OCCURS 10 TIMES.
001550
001560*    RESULTADO DA COTACAO POR TRANSPORTADORA (A ULTIMA
001570*    ENTRADA PODE SER A TAXA DA UF, SEM TRANSPORTADORA)
001580 01  WRK-TABELA-COTACAO.
001590     05  WRK-QTDE-COT        PIC 9(02) COMP VALUE ZEROS.
001600     05  WRK-COT-ENTRADA OCCURS 11 TIMES.
001610         10  WRK-COT-TRANSP      PIC X(03).
001620         10  WRK-COT-ZONA        PIC X(03).
001630         10  WRK-COT-TAXA        PIC 9V9999.
001640         10  WRK-COT-ADICIONAL   PIC 9(04)V99.
001650         10  WRK-COT-FRETE       PIC 9(06)V99.
001660 PROCEDURE DIVISION.
001670
001680 0000-MAINLINE.
001690     ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
001700     OPEN I-O QUOTE-FILE.
001710     IF WRK-COTFRETE-STATUS = '35'
001720         OPEN OUTPUT QUOTE-FILE
001730         CLOSE QUOTE-FILE
001740         OPEN I-O QUOTE-FILE
001750     END-IF.
001760     IF WRK-COTFRETE-STATUS = '00'
001770         SET WRK-COTFRETE-DISPONIVEL TO TRUE
001780         PERFORM 1200-MAPEAR-NUMERO
001790             THRU 1200-MAPEAR-NUMERO-EXIT
001800     ELSE
001810         DISPLAY 'COTFRETE INDISPONIVEL - STATUS '
001820             WRK-COTFRETE-STATUS
001830     END-IF.
001840     OPEN INPUT CARRIER-MASTER.
001850     PERFORM 1100-CARREGAR-TRANSPORTADORAS
001860         THRU 1100-CARREGAR-TRANSPORTADORAS-EXIT.
001870     OPEN INPUT CARRIER-RATE-TABLE.
001880     IF WRK-CARRTAB-STATUS = '00'
001890         SET WRK-CARRTAB-DISPONIVEL TO TRUE
001900     END-IF.
001910     OPEN INPUT CEP-ZONE-TABLE.
001920     IF WRK-CEPZONA-STATUS = '00'
001930         SET WRK-CEPZONA-DISPONIVEL TO TRUE
001940     END-IF.
001950     OPEN INPUT UF-RATE-TABLE.
001960     IF WRK-UFRATE-STATUS = '00'
001970         SET WRK-UFRATE-DISPONIVEL TO TRUE
001980     END-IF.
001990     OPEN INPUT CURRENCY-RATE.
002000     IF WRK-CURRATE-STATUS = '00'
002010         SET WRK-CURRATE-DISPONIVEL TO TRUE
002020     END-IF.
002030     PERFORM 1000-PROCESSAR-MENU THRU 1000-PROCESSAR-MENU-EXIT
002040         UNTIL WRK-OPCAO-SAIR.
002050     IF WRK-COTFRETE-DISPONIVEL
002060         CLOSE QUOTE-FILE
002070     END-IF.
002080     IF WRK-CARRMAST-STATUS = '00' OR WRK-CARRMAST-EOF
002090         CLOSE CARRIER-MASTER
002100     END-IF.
002110     IF WRK-CARRTAB-DISPONIVEL
002120         CLOSE CARRIER-RATE-TABLE
002130     END-IF.
002140     IF WRK-CEPZONA-DISPONIVEL
002150         CLOSE CEP-ZONE-TABLE
002160     END-IF.
002170     IF WRK-UFRATE-DISPONIVEL
002180         CLOSE UF-RATE-TABLE
002190     END-IF.
002200     IF WRK-CURRATE-DISPONIVEL
002210         CLOSE CURRENCY-RATE
002220     END-IF.
002230     GOBACK.
002240
002250 1000-PROCESSAR-MENU.
002260     DISPLAY '================================================'.
002270     DISPLAY '        COTACAO DE FRETE - AREA DE VENDAS       '.
002280     DISPLAY '================================================'.
002290     DISPLAY '1 - NOVA COTACAO'.
002300     DISPLAY '2 - CONSULTAR COTACAO'.
002310     DISPLAY '9 - SAIR'.
002320     DISPLAY 'OPCAO: '.
002330     ACCEPT WRK-OPCAO.
002340     EVALUATE WRK-OPCAO
002350         WHEN 1
002360             PERFORM 2000-NOVA-COTACAO
002370                 THRU 2000-NOVA-COTACAO-EXIT
002380         WHEN 2
002390             PERFORM 3000-CONSULTAR-COTACAO
002400                 THRU 3000-CONSULTAR-COTACAO-EXIT
002410         WHEN 9
002420             CONTINUE
002430         WHEN OTHER
002440             DISPLAY 'OPCAO INVALIDA - REDIGITE'
002450     END-EVALUATE.
002460 1000-PROCESSAR-MENU-EXIT.
002470     EXIT.
002480
002490 1100-CARREGAR-TRANSPORTADORAS.
002500     IF WRK-CARRMAST-STATUS = '00'
002510         PERFORM 1110-LER-TRANSPORTADORA
002520             THRU 1110-LER-TRANSPORTADORA-EXIT
002530             UNTIL WRK-CARRMAST-EOF OR WRK-QTDE-TRANSP >= 10
002540     END-IF.
002550 1100-CARREGAR-TRANSPORTADORAS-EXIT.
002560     EXIT.
002570
002580 1110-LER-TRANSPORTADORA.
002590     READ CARRIER-MASTER
002600         AT END
002610             SET WRK-CARRMAST-EOF TO TRUE
002620         NOT AT END
002620             MOVE 'R' TO WRK-DOC-SITUACAO
002620             IF CAR-ATIVA
002620                 CALL 'DOCCHK' USING CAR-CODIGO WRK-DATASISTEMA
002620                     WRK-DOC-SITUACAO WRK-DOC-MOTIVO
002620                     WRK-DOC-VENCIMENTO
002620                 IF WRK-DOC-BLOQUEADA
002620                     DISPLAY 'TRANSPORTADORA ' CAR-CODIGO
002620                         ' BLOQUEADA: ' WRK-DOC-MOTIVO
002620                 END-IF
002620             END-IF
002630             IF CAR-ATIVA AND NOT WRK-DOC-BLOQUEADA
002640                 ADD 1 TO WRK-QTDE-TRANSP
002650                 MOVE CAR-CODIGO
002660                     TO WRK-TRANSP-CODIGO (WRK-QTDE-TRANSP)
002670             END-IF
002680     END-READ.
002690 1110-LER-TRANSPORTADORA-EXIT.
002700     EXIT.
002710
002720*=========================================================
002730* PROXIMO NUMERO DE COTACAO: MAIOR NUMERO NO COTFRETE + 1
002740*=========================================================
002750 1200-MAPEAR-NUMERO.
002760     MOVE ZEROS TO CFR-NUMERO.
002770     START QUOTE-FILE KEY >= CFR-NUMERO
002780         INVALID KEY
002790             SET WRK-COTFRETE-EOF TO TRUE
002800     END-START.
002810     IF WRK-COTFRETE-STATUS NOT = '00'
002820         SET WRK-COTFRETE-EOF TO TRUE
002830     END-IF.
002840     PERFORM 1210-LER-COTACAO THRU 1210-LER-COTACAO-EXIT
002850         UNTIL WRK-COTFRETE-EOF.
002860     MOVE '00' TO WRK-COTFRETE-STATUS.
002870 1200-MAPEAR-NUMERO-EXIT.
002880     EXIT.
002890
002900 1210-LER-COTACAO.
002910     READ QUOTE-FILE NEXT RECORD
002920         AT END
002930             SET WRK-COTFRETE-EOF TO TRUE
002940             GO TO 1210-LER-COTACAO-EXIT
002950     END-READ.
002960     IF WRK-COTFRETE-STATUS NOT = '00'
002970         SET WRK-COTFRETE-EOF TO TRUE
002980         GO TO 1210-LER-COTACAO-EXIT.
002990     COMPUTE WRK-PROX-NUMERO = CFR-NUMERO + 1.
003000 1210-LER-COTACAO-EXIT.
003010     EXIT.
003020
003030*=========================================================
003040* NOVA COTACAO: DADOS DA VENDA, COTACAO DE TODAS AS
003050* TRANSPORTADORAS, ESCOLHA E GRAVACAO COM NUMERO E VALIDADE
003060*=========================================================
003070 2000-NOVA-COTACAO.
003080     IF NOT WRK-COTFRETE-DISPONIVEL
003090         DISPLAY 'COTFRETE INDISPONIVEL - COTACAO NAO GRAVADA'
003100         GO TO 2000-NOVA-COTACAO-EXIT.
003110     DISPLAY 'ESTADO A ENTREGAR: '.
003120     ACCEPT WRK-UF.
003130     DISPLAY 'CEP DO DESTINO (0 = SEM CEP): '.
003140     ACCEPT WRK-CEP.
003150     SET WRK-ENTRADA-RUIM TO TRUE.
003160     PERFORM 2010-LER-VALOR THRU 2010-LER-VALOR-EXIT
003170         UNTIL WRK-ENTRADA-OK.
003180     SET WRK-ENTRADA-RUIM TO TRUE.
003190     PERFORM 2020-LER-PESO THRU 2020-LER-PESO-EXIT
003200         UNTIL WRK-ENTRADA-OK.
003210     MOVE 'N' TO WRK-SW-MOEDA.
003220     PERFORM 2030-LER-MOEDA THRU 2030-LER-MOEDA-EXIT
003230         UNTIL WRK-MOEDA-OK.
003240     DISPLAY 'VALIDADE EM DIAS (0 = 15 DIAS): '.
003250     ACCEPT WRK-DIAS-INFORMADO.
003260     IF WRK-DIAS-INFORMADO = ZEROS
003270         MOVE WRK-DIAS-PADRAO TO WRK-DIAS-VALIDADE
003280     ELSE
003290         MOVE WRK-DIAS-INFORMADO TO WRK-DIAS-VALIDADE
003300     END-IF.
003310
003320     PERFORM 2100-COTAR-TRANSPORTADORAS
003330         THRU 2100-COTAR-TRANSPORTADORAS-EXIT.
003340     IF WRK-QTDE-COT = ZEROS
003350         DISPLAY 'UF ' WRK-UF ' SEM TAXA VIGENTE - COTACAO '
003360             'NAO GRAVADA'
003370         GO TO 2000-NOVA-COTACAO-EXIT.
003380
003390     MOVE 'N' TO WRK-SW-ESCOLHA.
003400     PERFORM 2500-ESCOLHER-TRANSP THRU 2500-ESCOLHER-TRANSP-EXIT
003410         UNTIL WRK-ESCOLHA-OK.
003420     PERFORM 2600-GRAVAR-COTACAO THRU 2600-GRAVAR-COTACAO-EXIT.
003430 2000-NOVA-COTACAO-EXIT.
003440     EXIT.
003450
003460 2010-LER-VALOR.
003470     DISPLAY 'VALOR DA MERCADORIA: '.
003480     ACCEPT WRK-ENTRADA FROM CONSOLE.
003490     CALL 'VALNUM' USING BY CONTENT WRK-ENTRADA
003500                          BY CONTENT WRK-VALNUM-MIN-VALOR
003510                          BY CONTENT WRK-VALNUM-MAX-VALOR
003520                          BY REFERENCE WRK-VALOR-VALIDO
003530                          BY REFERENCE WRK-VALIDO.
003540     IF WRK-ENTRADA-OK
003550         MOVE WRK-VALOR-VALIDO TO WRK-VALOR
003560     ELSE
003570         DISPLAY 'VALOR INVALIDO - REDIGITE (SOMENTE NUMEROS)'
003580     END-IF.
003590 2010-LER-VALOR-EXIT.
003600     EXIT.
003610
003620 2020-LER-PESO.
003630     DISPLAY 'PESO (KG): '.
003640     ACCEPT WRK-ENTRADA FROM CONSOLE.
003650     CALL 'VALNUM' USING BY CONTENT WRK-ENTRADA
003660                          BY CONTENT WRK-VALNUM-MIN-PESO
003670                          BY CONTENT WRK-VALNUM-MAX-PESO
003680                          BY REFERENCE WRK-VALOR-VALIDO
003690                          BY REFERENCE WRK-VALIDO.
003700     IF WRK-ENTRADA-OK
003710         MOVE WRK-VALOR-VALIDO TO WRK-PESO
003720     ELSE
003730         DISPLAY 'PESO INVALIDO - REDIGITE (SOMENTE NUMEROS)'
003740     END-IF.
003750 2020-LER-PESO-EXIT.
003760     EXIT.
003770
003780*=========================================================
003790* MOEDA DA COTACAO, VALIDADA CONTRA O CURRATE (TABELA
003800* AUSENTE = ACEITA SEM CONVERSAO, TAXA 1,0000)
003810*=========================================================
003820 2030-LER-MOEDA.
003830     DISPLAY 'MOEDA (BRL, USD, ...) - ENTER P/ BRL: '.
003840     MOVE SPACES TO WRK-MOEDA.
003850     ACCEPT WRK-MOEDA.
003860     MOVE 1,0000 TO WRK-TAXA-CONVERSAO.
003870     IF WRK-MOEDA = SPACES OR WRK-MOEDA = 'BRL'
003880         MOVE 'BRL' TO WRK-MOEDA
003890         SET WRK-MOEDA-OK TO TRUE
003900         GO TO 2030-LER-MOEDA-EXIT.
003910     IF NOT WRK-CURRATE-DISPONIVEL
003920         DISPLAY 'TABELA DE CAMBIO AUSENTE - FRETE EM REAIS '
003930             'SEM CONVERSAO'
003940         SET WRK-MOEDA-OK TO TRUE
003950         GO TO 2030-LER-MOEDA-EXIT.
003960     MOVE WRK-MOEDA TO CUR-CODIGO.
003970     READ CURRENCY-RATE
003980         INVALID KEY
003990             DISPLAY 'MOEDA NAO CADASTRADA - REDIGITE'
004000         NOT INVALID KEY
004010             MOVE CUR-TAXA TO WRK-TAXA-CONVERSAO
004020             SET WRK-MOEDA-OK TO TRUE
004030     END-READ.
004040 2030-LER-MOEDA-EXIT.
004050     EXIT.
004060
004070*=========================================================
004080* COTA CADA TRANSPORTADORA ATIVA NA MESMA REGRA DO LOTE DE
004090* FRETE E GUARDA O RESULTADO NA TABELA; SEM NENHUMA
004100* COTACAO DE TRANSPORTADORA, COTA PELA TAXA DA UF
004110*=========================================================
004120 2100-COTAR-TRANSPORTADORAS.
004130     MOVE ZEROS TO WRK-QTDE-COT.
004140     MOVE ZEROS TO WRK-IND-MELHOR.
004150     PERFORM 2400-CALCULAR-ADICIONAL-PESO
004160         THRU 2400-CALCULAR-ADICIONAL-PESO-EXIT.
004170     DISPLAY '------------------------------------------------'.
004180     DISPLAY 'TRANSP ZONA TAXA        FRETE'.
004190     IF WRK-CARRTAB-DISPONIVEL OR WRK-CEPZONA-DISPONIVEL
004200         PERFORM 2110-COTAR-UMA-TRANSP
004210             THRU 2110-COTAR-UMA-TRANSP-EXIT
004220             VARYING WRK-IND FROM 1 BY 1
004230             UNTIL WRK-IND > WRK-QTDE-TRANSP
004240     END-IF.
004250     IF WRK-QTDE-COT = ZEROS
004260         PERFORM 2300-LOCALIZAR-TAXA-UF
004270             THRU 2300-LOCALIZAR-TAXA-UF-EXIT
004280         IF WRK-TAXA-ACHADA
004290             MOVE SPACES TO WRK-TRANSP-PROCURADA
004300             MOVE SPACES TO WRK-ZONA-COT
004310             PERFORM 2150-GUARDAR-COTACAO
004320                 THRU 2150-GUARDAR-COTACAO-EXIT
004330         END-IF
004340     END-IF.
004350     DISPLAY '------------------------------------------------'.
004360 2100-COTAR-TRANSPORTADORAS-EXIT.
004370     EXIT.
004380
004390 2110-COTAR-UMA-TRANSP.
004400     MOVE WRK-TRANSP-CODIGO (WRK-IND) TO WRK-TRANSP-PROCURADA.
004410     SET WRK-TAXA-NAO-ACHADA TO TRUE.
004420     PERFORM 2200-LOCALIZAR-ZONA-TRANSP
004430         THRU 2200-LOCALIZAR-ZONA-TRANSP-EXIT.
004440     IF WRK-TAXA-NAO-ACHADA AND WRK-CARRTAB-DISPONIVEL
004450         PERFORM 2230-LOCALIZAR-TAXA-TRANSP
004460             THRU 2230-LOCALIZAR-TAXA-TRANSP-EXIT
004470     END-IF.
004480     IF WRK-TAXA-ACHADA
004490         PERFORM 2150-GUARDAR-COTACAO
004500             THRU 2150-GUARDAR-COTACAO-EXIT
004510     END-IF.
004520 2110-COTAR-UMA-TRANSP-EXIT.
004530     EXIT.
004540
004550 2150-GUARDAR-COTACAO.
004560     COMPUTE WRK-FRETE-COTADO =
004570         (WRK-VALOR * WRK-MULT-VIGENTE) + WRK-ADICIONAL-PESO.
004580     ADD 1 TO WRK-QTDE-COT.
004590     MOVE WRK-TRANSP-PROCURADA TO WRK-COT-TRANSP (WRK-QTDE-COT).
004600     MOVE WRK-ZONA-COT TO WRK-COT-ZONA (WRK-QTDE-COT).
004610     MOVE WRK-MULT-VIGENTE TO WRK-COT-TAXA (WRK-QTDE-COT).
004620     MOVE WRK-ADICIONAL-PESO
004630         TO WRK-COT-ADICIONAL (WRK-QTDE-COT).
004640     MOVE WRK-FRETE-COTADO TO WRK-COT-FRETE (WRK-QTDE-COT).
004650     IF WRK-IND-MELHOR = ZEROS
004660         MOVE WRK-QTDE-COT TO WRK-IND-MELHOR
004670     ELSE
004680         IF WRK-FRETE-COTADO < WRK-COT-FRETE (WRK-IND-MELHOR)
004690             MOVE WRK-QTDE-COT TO WRK-IND-MELHOR
004700         END-IF
004710     END-IF.
004720     MOVE WRK-MULT-VIGENTE TO WRK-TAXA-EDT.
004730     MOVE WRK-FRETE-COTADO TO WRK-VALOR-EDT.
004740     IF WRK-TRANSP-PROCURADA = SPACES
004750         DISPLAY '(UF)       ' WRK-TAXA-EDT ' ' WRK-VALOR-EDT
004760             ' ' WRK-MOEDA
004770     ELSE
004780         DISPLAY WRK-TRANSP-PROCURADA '    ' WRK-ZONA-COT ' '
004790             WRK-TAXA-EDT ' ' WRK-VALOR-EDT ' ' WRK-MOEDA
004800     END-IF.
004810 2150-GUARDAR-COTACAO-EXIT.
004820     EXIT.
004830
004840*=========================================================
004850* ZONA DE ENTREGA DA TRANSPORTADORA QUE COBRE O CEP,
004860* VIGENTE NA DATA DA COTACAO (MESMA VARREDURA DO LOTE)
004870*=========================================================
004880 2200-LOCALIZAR-ZONA-TRANSP.
004890     MOVE SPACES TO WRK-ZONA-COT.
004900     IF NOT WRK-CEPZONA-DISPONIVEL OR WRK-CEP = ZEROS
004910         GO TO 2200-LOCALIZAR-ZONA-TRANSP-EXIT.
004920     SET WRK-VARREDURA-ATIVA TO TRUE.
004930     MOVE WRK-TRANSP-PROCURADA TO CZN-TRANSPORTADORA.
004940     MOVE WRK-UF TO CZN-UF.
004950     MOVE ZEROS TO CZN-CEP-INI.
004960     MOVE ZEROS TO CZN-VIGENCIA-INI.
004970     START CEP-ZONE-TABLE KEY >= CZN-CHAVE
004980         INVALID KEY
004990             SET WRK-FIM-VARREDURA TO TRUE
005000     END-START.
005010     IF WRK-CEPZONA-STATUS NOT = '00'
005020         SET WRK-FIM-VARREDURA TO TRUE
005030     END-IF.
005040     PERFORM 2210-LER-ZONA-TRANSP
005050         THRU 2210-LER-ZONA-TRANSP-EXIT
005060         UNTIL WRK-FIM-VARREDURA.
005070 2200-LOCALIZAR-ZONA-TRANSP-EXIT.
005080     EXIT.
005090
005100 2210-LER-ZONA-TRANSP.
005110     READ CEP-ZONE-TABLE NEXT RECORD
005120         AT END
005130             SET WRK-FIM-VARREDURA TO TRUE
005140         NOT AT END
005150             IF CZN-TRANSPORTADORA NOT = WRK-TRANSP-PROCURADA
005160                     OR CZN-UF NOT = WRK-UF
005170                     OR CZN-CEP-INI > WRK-CEP
005180                 SET WRK-FIM-VARREDURA TO TRUE
005190             ELSE
005200                 IF CZN-CEP-FIM >= WRK-CEP
005210                         AND CZN-VIGENCIA-INI <= WRK-DATASISTEMA
005220                         AND (CZN-VIGENCIA-FIM = ZEROS
005230                         OR CZN-VIGENCIA-FIM >= WRK-DATASISTEMA)
005240                     MOVE CZN-MULTIPLIER TO WRK-MULT-VIGENTE
005250                     MOVE CZN-ZONA TO WRK-ZONA-COT
005260                     SET WRK-TAXA-ACHADA TO TRUE
005270                 END-IF
005280             END-IF
005290     END-READ.
005300     IF WRK-CEPZONA-STATUS NOT = '00'
005310         SET WRK-FIM-VARREDURA TO TRUE
005320     END-IF.
005330 2210-LER-ZONA-TRANSP-EXIT.
005340     EXIT.
005350
005360 2230-LOCALIZAR-TAXA-TRANSP.
005370     SET WRK-VARREDURA-ATIVA TO TRUE.
005380     MOVE WRK-TRANSP-PROCURADA TO CTB-TRANSPORTADORA.
005390     MOVE WRK-UF TO CTB-UF.
005400     MOVE ZEROS TO CTB-VIGENCIA-INI.
005410     START CARRIER-RATE-TABLE KEY >= CTB-CHAVE
005420         INVALID KEY
005430             SET WRK-FIM-VARREDURA TO TRUE
005440     END-START.
005450     IF WRK-CARRTAB-STATUS NOT = '00'
005460         SET WRK-FIM-VARREDURA TO TRUE
005470     END-IF.
005480     PERFORM 2240-LER-TAXA-TRANSP
005490         THRU 2240-LER-TAXA-TRANSP-EXIT
005500         UNTIL WRK-FIM-VARREDURA.
005510 2230-LOCALIZAR-TAXA-TRANSP-EXIT.
005520     EXIT.
005530
005540 2240-LER-TAXA-TRANSP.
005550     READ CARRIER-RATE-TABLE NEXT RECORD
005560         AT END
005570             SET WRK-FIM-VARREDURA TO TRUE
005580         NOT AT END
005590             IF CTB-TRANSPORTADORA NOT = WRK-TRANSP-PROCURADA
005600                     OR CTB-UF NOT = WRK-UF
005610                     OR CTB-VIGENCIA-INI > WRK-DATASISTEMA
005620                 SET WRK-FIM-VARREDURA TO TRUE
005630             ELSE
005640                 IF CTB-VIGENCIA-FIM = ZEROS
005650                         OR CTB-VIGENCIA-FIM >= WRK-DATASISTEMA
005660                     MOVE CTB-MULTIPLIER TO WRK-MULT-VIGENTE
005670                     SET WRK-TAXA-ACHADA TO TRUE
005680                 END-IF
005690             END-IF
005700     END-READ.
005710     IF WRK-CARRTAB-STATUS NOT = '00'
005720         SET WRK-FIM-VARREDURA TO TRUE
005730     END-IF.
005740 2240-LER-TAXA-TRANSP-EXIT.
005750     EXIT.
005760
005770 2300-LOCALIZAR-TAXA-UF.
005780     SET WRK-TAXA-NAO-ACHADA TO TRUE.
005790     SET WRK-VARREDURA-ATIVA TO TRUE.
005800     IF NOT WRK-UFRATE-DISPONIVEL
005810         GO TO 2300-LOCALIZAR-TAXA-UF-EXIT.
005820     MOVE WRK-UF TO UF-RATE-UF.
005830     MOVE ZEROS TO UF-RATE-VIGENCIA-INI.
005840     START UF-RATE-TABLE KEY >= UF-RATE-CHAVE
005850         INVALID KEY
005860             SET WRK-FIM-VARREDURA TO TRUE
005870     END-START.
005880     IF WRK-UFRATE-STATUS NOT = '00'
005890         SET WRK-FIM-VARREDURA TO TRUE
005900     END-IF.
005910     PERFORM 2310-LER-TAXA-UF THRU 2310-LER-TAXA-UF-EXIT
005920         UNTIL WRK-FIM-VARREDURA.
005930 2300-LOCALIZAR-TAXA-UF-EXIT.
005940     EXIT.
005950
005960 2310-LER-TAXA-UF.
005970     READ UF-RATE-TABLE NEXT RECORD
005980         AT END
005990             SET WRK-FIM-VARREDURA TO TRUE
006000         NOT AT END
006010             IF UF-RATE-UF NOT = WRK-UF
006020                     OR UF-RATE-VIGENCIA-INI > WRK-DATASISTEMA
006030                 SET WRK-FIM-VARREDURA TO TRUE
006040             ELSE
006050                 IF UF-RATE-VIGENCIA-FIM = ZEROS
006060                         OR UF-RATE-VIGENCIA-FIM >=
006070                             WRK-DATASISTEMA
006080                     MOVE UF-RATE-MULTIPLIER TO WRK-MULT-VIGENTE
006090                     SET WRK-TAXA-ACHADA TO TRUE
006100                 END-IF
006110             END-IF
006120     END-READ.
006130     IF WRK-UFRATE-STATUS NOT = '00'
006140         SET WRK-FIM-VARREDURA TO TRUE
006150     END-IF.
006160 2310-LER-TAXA-UF-EXIT.
006170     EXIT.
006180
006190*=========================================================
006200* ADICIONAL POR FAIXA DE PESO - MESMAS FAIXAS DO LOTE
006210*=========================================================
006220 2400-CALCULAR-ADICIONAL-PESO.
006230     EVALUATE TRUE
006240         WHEN WRK-PESO <= 5
006250             MOVE ZEROS TO WRK-ADICIONAL-PESO
006260         WHEN WRK-PESO <= 20
006270             MOVE 10,00 TO WRK-ADICIONAL-PESO
006280         WHEN WRK-PESO <= 50
006290             MOVE 25,00 TO WRK-ADICIONAL-PESO
006300         WHEN OTHER
006310             MOVE 50,00 TO WRK-ADICIONAL-PESO
006320     END-EVALUATE.
006330 2400-CALCULAR-ADICIONAL-PESO-EXIT.
006340     EXIT.
006350
006360*=========================================================
006370* ESCOLHA DA TRANSPORTADORA PELO VENDEDOR - ENTER = A MAIS
006380* BARATA; CODIGO QUE NAO FOI COTADO E RECUSADO
006390*=========================================================
006400 2500-ESCOLHER-TRANSP.
006410     MOVE ZEROS TO WRK-IND-ESCOLHIDA.
006420     DISPLAY 'TRANSPORTADORA (ENTER = MAIS BARATA '
006430         WRK-COT-TRANSP (WRK-IND-MELHOR) '): '.
006440     MOVE SPACES TO WRK-TRANSP-ESCOLHIDA.
006450     ACCEPT WRK-TRANSP-ESCOLHIDA.
006460     IF WRK-TRANSP-ESCOLHIDA = SPACES
006470         MOVE WRK-IND-MELHOR TO WRK-IND-ESCOLHIDA
006480         SET WRK-ESCOLHA-OK TO TRUE
006490         GO TO 2500-ESCOLHER-TRANSP-EXIT.
006500     PERFORM 2510-COMPARAR-TRANSP THRU 2510-COMPARAR-TRANSP-EXIT
006510         VARYING WRK-IND FROM 1 BY 1
006520         UNTIL WRK-IND > WRK-QTDE-COT
006530             OR WRK-IND-ESCOLHIDA > 0.
006540     IF WRK-IND-ESCOLHIDA > 0
006550         SET WRK-ESCOLHA-OK TO TRUE
006560     ELSE
006570         DISPLAY 'TRANSPORTADORA NAO COTADA - REDIGITE'
006580     END-IF.
006590 2500-ESCOLHER-TRANSP-EXIT.
006600     EXIT.
006610
006620 2510-COMPARAR-TRANSP.
006630     IF WRK-COT-TRANSP (WRK-IND) = WRK-TRANSP-ESCOLHIDA
006640         MOVE WRK-IND TO WRK-IND-ESCOLHIDA
006650     END-IF.
006660 2510-COMPARAR-TRANSP-EXIT.
006670     EXIT.
006680
006690 2600-GRAVAR-COTACAO.
006700     CALL 'DIACORR' USING BY CONTENT WRK-DATASISTEMA
006710                          BY CONTENT WRK-DIAS-VALIDADE
006720                          BY REFERENCE WRK-VALIDADE.
006730     MOVE WRK-PROX-NUMERO TO CFR-NUMERO.
006740     MOVE WRK-DATASISTEMA TO CFR-DATA-COTACAO.
006750     MOVE WRK-VALIDADE TO CFR-VALIDADE.
006760     MOVE WRK-UF TO CFR-UF.
006770     MOVE WRK-CEP TO CFR-CEP.
006780     MOVE WRK-VALOR TO CFR-VALOR.
006790     MOVE WRK-PESO TO CFR-PESO.
006800     MOVE WRK-MOEDA TO CFR-MOEDA.
006810     MOVE WRK-COT-TRANSP (WRK-IND-ESCOLHIDA)
006820         TO CFR-TRANSPORTADORA.
006830     MOVE WRK-COT-ZONA (WRK-IND-ESCOLHIDA) TO CFR-ZONA.
006840     MOVE WRK-COT-TAXA (WRK-IND-ESCOLHIDA) TO CFR-TAXA.
006850     MOVE WRK-COT-ADICIONAL (WRK-IND-ESCOLHIDA)
006860         TO CFR-ADICIONAL-PESO.
006870     MOVE WRK-COT-FRETE (WRK-IND-ESCOLHIDA) TO CFR-FRETE.
006880     COMPUTE WRK-FRETE-BRL ROUNDED =
006890         CFR-FRETE * WRK-TAXA-CONVERSAO
006900         ON SIZE ERROR
006910             DISPLAY 'ATENCAO: FRETE EM BRL ESTOUROU O CAMPO'
006920             MOVE ZEROS TO WRK-FRETE-BRL
006930     END-COMPUTE.
006940     MOVE WRK-FRETE-BRL TO CFR-FRETE-BRL.
006950     SET CFR-ABERTA TO TRUE.
006960     MOVE ZEROS TO CFR-NUMERO-PEDIDO.
006970     MOVE ZEROS TO CFR-DATA-CONVERSAO.
006980     WRITE CFR-RECORD
006990         INVALID KEY
007000             DISPLAY 'ERRO AO GRAVAR A COTACAO ' CFR-NUMERO
007010             GO TO 2600-GRAVAR-COTACAO-EXIT
007020     END-WRITE.
007030     ADD 1 TO WRK-PROX-NUMERO.
007040     DISPLAY 'COTACAO GRAVADA - NUMERO ' CFR-NUMERO
007050         ' VALIDA ATE ' CFR-VALIDADE.
007060     PERFORM 3100-EXIBIR-COTACAO THRU 3100-EXIBIR-COTACAO-EXIT.
007070 2600-GRAVAR-COTACAO-EXIT.
007080     EXIT.
007090
007100 3000-CONSULTAR-COTACAO.
007110     IF NOT WRK-COTFRETE-DISPONIVEL
007120         DISPLAY 'COTFRETE INDISPONIVEL'
007130         GO TO 3000-CONSULTAR-COTACAO-EXIT.
007140     DISPLAY 'NUMERO DA COTACAO: '.
007150     ACCEPT WRK-NUMERO.
007160     MOVE WRK-NUMERO TO CFR-NUMERO.
007170     READ QUOTE-FILE
007180         INVALID KEY
007190             DISPLAY 'COTACAO NAO CADASTRADA'
007200             GO TO 3000-CONSULTAR-COTACAO-EXIT
007210     END-READ.
007220     PERFORM 3100-EXIBIR-COTACAO THRU 3100-EXIBIR-COTACAO-EXIT.
007230 3000-CONSULTAR-COTACAO-EXIT.
007240     EXIT.
007250
007260 3100-EXIBIR-COTACAO.
007270     DISPLAY '=========================================='.
007280     DISPLAY 'COTACAO....... ' CFR-NUMERO.
007290     DISPLAY 'DATA.......... ' CFR-DATA-COTACAO.
007300     DISPLAY 'VALIDA ATE.... ' CFR-VALIDADE.
007310     DISPLAY 'UF/CEP........ ' CFR-UF ' ' CFR-CEP.
007320     MOVE CFR-VALOR TO WRK-VALOR-EDT.
007330     DISPLAY 'VALOR......... ' WRK-VALOR-EDT ' ' CFR-MOEDA.
007340     DISPLAY 'PESO (KG)..... ' CFR-PESO.
007350     DISPLAY 'TRANSPORTADORA ' CFR-TRANSPORTADORA
007360         ' ZONA ' CFR-ZONA.
007370     MOVE CFR-FRETE TO WRK-VALOR-EDT.
007380     DISPLAY 'FRETE......... ' WRK-VALOR-EDT ' ' CFR-MOEDA.
007390     MOVE CFR-FRETE-BRL TO WRK-VALOR-EDT.
007400     DISPLAY 'FRETE (BRL)... ' WRK-VALOR-EDT.
007410     IF CFR-CONVERTIDA
007420         DISPLAY 'SITUACAO...... CONVERTIDA NO PEDIDO '
007430             CFR-NUMERO-PEDIDO ' EM ' CFR-DATA-CONVERSAO
007440     ELSE
007450         IF CFR-VALIDADE < WRK-DATASISTEMA
007460             DISPLAY 'SITUACAO...... VENCIDA'
007470         ELSE
007480             DISPLAY 'SITUACAO...... EM ABERTO'
007490         END-IF
007500     END-IF.
007510     DISPLAY '=========================================='.
007520 3100-EXIBIR-COTACAO-EXIT.
007530     EXIT.
