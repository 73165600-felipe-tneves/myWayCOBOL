000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCB124.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE OPERACOES.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070**********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: CONTROLE DE CHEGADA DOS ARQUIVOS DE ENTRADA,
000100*           RODADO ANTES DAS CADEIAS NOTURNA (PROGCOB21) E
000110*           MENSAL (PROGCOB75). PARA CADA ARQUIVO DO
000120*           CADASTRO ARQESPER CONFERE SE ELE CHEGOU, A DATA
000130*           E A SEQUENCIA DO HEADER CONTRA O ULTIMO ARQUIVO
000140*           ACEITO (RECUSA DUPLICADO E ARQUIVO ANTIGO), SE
000150*           VEIO VAZIO E SE CHEGOU DEPOIS DA HORA LIMITE.
000160*           CADA CONFERENCIA E GRAVADA NO ARQCHEG
000170*           (ACUMULATIVO, LIDO PELO RESUMO DA MANHA); O
000180*           ARQUIVO QUE NAO PODE SER PROCESSADO VAI TAMBEM
000190*           PARA O ARQBLOQ, COM OS PASSOS DA CADEIA QUE
000200*           DEPENDEM DELE, PARA O ORQUESTRADOR PULAR.
000210*           RETURN-CODE:
000220*             0  = TODOS OS ARQUIVOS ACEITOS;
000230*             4  = ACEITO FORA DA HORA, OU PROBLEMA EM
000240*                  ARQUIVO SEM PASSO NA CADEIA;
000250*             8  = HA PASSO DA CADEIA A PULAR;
000260*             16 = ARQUIVO COM ACAO 'P' BLOQUEADO - A CADEIA
000270*                  NAO DEVE RODAR.
000280* OBS: A HORA DE CHEGADA E A HORA DESTA CONFERENCIA. A
000290*      REFERENCIA CONTRA DUPLICADO E O ULTIMO ARQUIVO ACEITO
000300*      EM DIA ANTERIOR - A RODADA REPETIDA NO MESMO DIA
000310*      ACEITA DE NOVO O MESMO ARQUIVO. O BANKRATE NAO TEM
000320*      HEADER: VALE A DATA DO PRIMEIRO REGISTRO, SEM
000330*      SEQUENCIA; O PONTOBRT TAMBEM NAO: VALE O DIA 01 DA
000340*      COMPETENCIA DO PRIMEIRO REGISTRO (UMA CARGA POR
000350*      COMPETENCIA). SEQUENCIA ZERADA NO HEADER = REMETENTE
000360*      NAO NUMERA; ENTAO SO UM ARQUIVO POR DATA E ACEITO.
000370*      DIA DA SEMANA PELO CALCULO DE ZELLER (PROGCOB13).
000380* -----------------------------------------------------
000390* HISTORICO DE ALTERACOES
000400* 15/10/2026 FT  PROGRAMA CRIADO.
000410**********************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SPECIAL-NAMES.
000450     DECIMAL-POINT IS COMMA.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT EXPECTED-FILES ASSIGN TO 'ARQESPER'
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS ACG-ARQESPER-STATUS.
000510     SELECT ARRIVAL-LOG ASSIGN TO 'ARQCHEG'
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS ACG-ARQCHEG-STATUS.
000540     SELECT BLOCKED-FILES ASSIGN TO 'ARQBLOQ'
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS ACG-ARQBLOQ-STATUS.
000570     SELECT RAW-ORDERS ASSIGN TO 'RAWORDER'
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS ACG-ENTRADA-STATUS.
000600     SELECT RAW-CARRIER-INVOICES ASSIGN TO 'RAWCINVC'
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS ACG-ENTRADA-STATUS.
000630     SELECT BANK-RATE-FILE ASSIGN TO 'BANKRATE'
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS ACG-ENTRADA-STATUS.
000660     SELECT BOLETO-RETURN ASSIGN TO 'BOLRET'
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS ACG-ENTRADA-STATUS.
000690     SELECT TIME-CLOCK-RAW ASSIGN TO 'PONTOBRT'
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS ACG-ENTRADA-STATUS.
000720     SELECT SALARY-RETURN ASSIGN TO 'SALRET'
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS ACG-ENTRADA-STATUS.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  EXPECTED-FILES.
000780     COPY ARQESP.
000790 FD  ARRIVAL-LOG.
000800     COPY ARQCHEG.
000810 FD  BLOCKED-FILES.
000820 01  ACG-BLOQ-LINE            PIC X(74).
000830 FD  RAW-ORDERS.
000840     COPY RAWORDER.
000850 FD  RAW-CARRIER-INVOICES.
000860     COPY RAWCINV.
000870 FD  BANK-RATE-FILE.
000880     COPY BNKRATE.
000890 FD  BOLETO-RETURN.
000900     COPY BOLRET.
000910 FD  TIME-CLOCK-RAW.
000920     COPY PONTOBRT.
000930 FD  SALARY-RETURN.
000940     COPY SALRET.
000950 WORKING-STORAGE SECTION.
000960 01  ACG-SWITCHES.
000970     05  ACG-ARQESPER-STATUS  PIC X(02) VALUE '00'.
000980         88  ACG-ARQESPER-EOF     VALUE '10'.
000990     05  ACG-ARQCHEG-STATUS   PIC X(02) VALUE '00'.
001000         88  ACG-ARQCHEG-EOF      VALUE '10'.
001010     05  ACG-ARQBLOQ-STATUS   PIC X(02) VALUE '00'.
001020     05  ACG-ENTRADA-STATUS   PIC X(02) VALUE '00'.
001030     05  ACG-SW-FIM           PIC X(01) VALUE 'N'.
001040         88  ACG-FIM-ENTRADA      VALUE 'S'.
001050     05  ACG-SW-PRESENTE      PIC X(01) VALUE 'N'.
001060         88  ACG-ARQUIVO-PRESENTE VALUE 'S'.
001070     05  ACG-SW-LAYOUT        PIC X(01) VALUE 'N'.
001080         88  ACG-LAYOUT-COM-HEADER VALUE 'S'.
001090     05  ACG-SW-HEADER        PIC X(01) VALUE 'N'.
001100         88  ACG-HEADER-ACHADO    VALUE 'S'.
001110     05  ACG-SW-ROTINA        PIC X(01) VALUE 'S'.
001120         88  ACG-TEM-ROTINA       VALUE 'S'.
001130         88  ACG-SEM-ROTINA       VALUE 'N'.
001140
001150 01  ACG-CONSTANTES.
001160     05  ACG-MAX-ESPERADOS    PIC 9(02) COMP VALUE 20.
001170
001180*    CADASTRO DE ARQUIVOS ESPERADOS, COM A REFERENCIA (ULTIMO
001190*    ARQUIVO ACEITO EM DIA ANTERIOR) APURADA NO ARQCHEG
001200 01  ACG-TABELA-ESPERADOS.
001210     05  ACG-QTDE-ESP         PIC 9(02) COMP VALUE ZEROS.
001220     05  ACG-ESPERADO OCCURS 20 TIMES.
001230         10  ACG-E-ARQUIVO    PIC X(08).
001240         10  ACG-E-REMETENTE  PIC X(20).
001250         10  ACG-E-DIAS       PIC X(07).
001260         10  ACG-E-DIAS-R REDEFINES ACG-E-DIAS.
001270             15  ACG-E-DIA    PIC X(01) OCCURS 7 TIMES.
001280                 88  ACG-E-DIA-ESPERADO VALUE 'S'.
001290         10  ACG-E-HORA-LIMITE PIC 9(04).
001300         10  ACG-E-VAZIO      PIC X(01).
001310             88  ACG-E-VAZIO-PERMITIDO VALUE 'S'.
001320         10  ACG-E-ACAO       PIC X(01).
001330             88  ACG-E-PARA-CADEIA    VALUE 'P'.
001340         10  ACG-E-PASSOS     PIC X(27).
001350         10  ACG-E-BASE-DATA  PIC 9(08).
001360         10  ACG-E-BASE-SEQ   PIC 9(06).
001370
001380 01  ACG-DATASISTEMA.
001390     05  ACG-DATA-ANO         PIC 9(04).
001400     05  ACG-DATA-MES         PIC 9(02).
001410     05  ACG-DATA-DIA         PIC 9(02).
001420 01  ACG-DATASISTEMA-NUM REDEFINES ACG-DATASISTEMA PIC 9(08).
001430
001440 01  ACG-HORASISTEMA.
001450     05  ACG-HORA-HHMM        PIC 9(04).
001460     05  FILLER               PIC 9(04).
001470 01  ACG-HORASISTEMA-NUM REDEFINES ACG-HORASISTEMA PIC 9(08).
001480
001490 01  ACG-ZELLER.
001500     05  ACG-Z-MES            PIC 9(02) VALUE ZEROS.
001510     05  ACG-Z-ANO            PIC 9(04) VALUE ZEROS.
001520     05  ACG-Z-SECULO         PIC 9(02) VALUE ZEROS COMP.
001530     05  ACG-Z-ANOSEC         PIC 9(02) VALUE ZEROS COMP.
001540     05  ACG-Z-TERMO1         PIC 9(04) VALUE ZEROS COMP.
001550     05  ACG-Z-SOMA           PIC 9(04) VALUE ZEROS COMP.
001560     05  ACG-Z-QUOCIENTE      PIC 9(04) VALUE ZEROS COMP.
001570     05  ACG-Z-DIASEM         PIC 9(01) VALUE ZEROS COMP.
001580         88  ACG-Z-SABADO         VALUE 0.
001590
001600 01  ACG-AREA-TRABALHO.
001610     05  ACG-IX               PIC 9(02) COMP VALUE ZEROS.
001620     05  ACG-IX-BUSCA         PIC 9(02) COMP VALUE ZEROS.
001630     05  ACG-DIA-SEMANA       PIC 9(01) VALUE ZEROS.
001640     05  ACG-RC-ARQUIVO       PIC 9(02) VALUE ZEROS.
001650     05  ACG-RETORNO-RC       PIC 9(02) VALUE ZEROS.
001660     05  ACG-TEXTO-SITUACAO   PIC X(30) VALUE SPACES.
001670
001680 01  ACG-CONTADORES.
001690     05  ACG-QTDE-ACEITOS     PIC 9(03) VALUE ZEROS.
001700     05  ACG-QTDE-BLOQUEADOS  PIC 9(03) VALUE ZEROS.
001710     05  ACG-QTDE-NAO-ESPERADOS PIC 9(03) VALUE ZEROS.
001720
001730 PROCEDURE DIVISION.
001740
001750 0000-MAINLINE.
001760     ACCEPT ACG-DATASISTEMA-NUM FROM DATE YYYYMMDD.
001770     ACCEPT ACG-HORASISTEMA-NUM FROM TIME.
001780     PERFORM 0100-APURAR-DIA-SEMANA
001790         THRU 0100-APURAR-DIA-SEMANA-EXIT.
001800     PERFORM 1000-CARREGAR-ESPERADOS
001810         THRU 1000-CARREGAR-ESPERADOS-EXIT.
001820     PERFORM 1500-APURAR-REFERENCIAS
001830         THRU 1500-APURAR-REFERENCIAS-EXIT.
001840     OPEN EXTEND ARRIVAL-LOG.
001850     IF ACG-ARQCHEG-STATUS = '35'
001860         OPEN OUTPUT ARRIVAL-LOG
001870     END-IF.
001880     OPEN OUTPUT BLOCKED-FILES.
001890     PERFORM 2000-CONFERIR-ARQUIVO
001900         THRU 2000-CONFERIR-ARQUIVO-EXIT
001910         VARYING ACG-IX FROM 1 BY 1
001920         UNTIL ACG-IX > ACG-QTDE-ESP.
001930     CLOSE ARRIVAL-LOG
001940           BLOCKED-FILES.
001950     DISPLAY 'CONTROLE DE CHEGADA - ACEITOS: ' ACG-QTDE-ACEITOS
001960         ' BLOQUEADOS: ' ACG-QTDE-BLOQUEADOS
001970         ' NAO ESPERADOS HOJE: ' ACG-QTDE-NAO-ESPERADOS
001980         ' - RC ' ACG-RETORNO-RC.
001990     MOVE ACG-RETORNO-RC TO RETURN-CODE.
002000     GOBACK.
002010
002020*=========================================================
002030* DIA DA SEMANA DE HOJE (1 = DOMINGO ... 7 = SABADO)
002040*=========================================================
002050 0100-APURAR-DIA-SEMANA.
002060     IF ACG-DATA-MES < 3
002070         COMPUTE ACG-Z-MES = ACG-DATA-MES + 12
002080         COMPUTE ACG-Z-ANO = ACG-DATA-ANO - 1
002090     ELSE
002100         MOVE ACG-DATA-MES TO ACG-Z-MES
002110         MOVE ACG-DATA-ANO TO ACG-Z-ANO
002120     END-IF.
002130     COMPUTE ACG-Z-SECULO = ACG-Z-ANO / 100.
002140     COMPUTE ACG-Z-ANOSEC = ACG-Z-ANO - (ACG-Z-SECULO * 100).
002150     COMPUTE ACG-Z-TERMO1 = (13 * (ACG-Z-MES + 1)) / 5.
002160     COMPUTE ACG-Z-SOMA = ACG-DATA-DIA + ACG-Z-TERMO1
002170         + ACG-Z-ANOSEC + (ACG-Z-ANOSEC / 4)
002180         + (ACG-Z-SECULO / 4) + (5 * ACG-Z-SECULO).
002190     DIVIDE ACG-Z-SOMA BY 7 GIVING ACG-Z-QUOCIENTE
002200         REMAINDER ACG-Z-DIASEM.
002210     IF ACG-Z-SABADO
002220         MOVE 7 TO ACG-DIA-SEMANA
002230     ELSE
002240         MOVE ACG-Z-DIASEM TO ACG-DIA-SEMANA
002250     END-IF.
002260 0100-APURAR-DIA-SEMANA-EXIT.
002270     EXIT.
002280
002290*=========================================================
002300* CADASTRO ARQESPER PARA A TABELA
002310*=========================================================
002320 1000-CARREGAR-ESPERADOS.
002330     OPEN INPUT EXPECTED-FILES.
002340     IF ACG-ARQESPER-STATUS NOT = '00'
002350         DISPLAY 'ARQESPER INDISPONIVEL - STATUS '
002360             ACG-ARQESPER-STATUS ' - CHEGADA NAO CONFERIDA'
002370         MOVE 4 TO ACG-RETORNO-RC
002380         GO TO 1000-CARREGAR-ESPERADOS-EXIT.
002390     PERFORM 1100-LER-ESPERADO THRU 1100-LER-ESPERADO-EXIT
002400         UNTIL ACG-ARQESPER-EOF.
002410     CLOSE EXPECTED-FILES.
002420 1000-CARREGAR-ESPERADOS-EXIT.
002430     EXIT.
002440
002450 1100-LER-ESPERADO.
002460     READ EXPECTED-FILES
002470         AT END
002480             GO TO 1100-LER-ESPERADO-EXIT
002490     END-READ.
002500     IF AEP-ARQUIVO = SPACES
002510         GO TO 1100-LER-ESPERADO-EXIT.
002520     IF ACG-QTDE-ESP NOT < ACG-MAX-ESPERADOS
002530         DISPLAY 'ARQESPER COM MAIS DE ' ACG-MAX-ESPERADOS
002540             ' ARQUIVOS - ' AEP-ARQUIVO ' NAO CONFERIDO'
002550         MOVE 4 TO ACG-RETORNO-RC
002560         GO TO 1100-LER-ESPERADO-EXIT.
002570     ADD 1 TO ACG-QTDE-ESP.
002580     MOVE AEP-ARQUIVO     TO ACG-E-ARQUIVO (ACG-QTDE-ESP).
002590     MOVE AEP-REMETENTE   TO ACG-E-REMETENTE (ACG-QTDE-ESP).
002600     MOVE AEP-DIAS-SEMANA TO ACG-E-DIAS (ACG-QTDE-ESP).
002610     MOVE AEP-HORA-LIMITE TO ACG-E-HORA-LIMITE (ACG-QTDE-ESP).
002620     MOVE AEP-VAZIO       TO ACG-E-VAZIO (ACG-QTDE-ESP).
002630     MOVE AEP-ACAO        TO ACG-E-ACAO (ACG-QTDE-ESP).
002640     IF NOT AEP-PARA-CADEIA
002650         MOVE 'S' TO ACG-E-ACAO (ACG-QTDE-ESP)
002660     END-IF.
002670     MOVE AEP-PASSOS      TO ACG-E-PASSOS (ACG-QTDE-ESP).
002680     MOVE ZEROS TO ACG-E-BASE-DATA (ACG-QTDE-ESP)
002690                   ACG-E-BASE-SEQ (ACG-QTDE-ESP).
002700 1100-LER-ESPERADO-EXIT.
002710     EXIT.
002720
002730*=========================================================
002740* REFERENCIA DE CADA ARQUIVO: ULTIMO ACEITO EM DIA ANTERIOR
002750*=========================================================
002760 1500-APURAR-REFERENCIAS.
002770     OPEN INPUT ARRIVAL-LOG.
002780     IF ACG-ARQCHEG-STATUS NOT = '00'
002790         DISPLAY 'ARQCHEG SEM HISTORICO - SEM REFERENCIA '
002800             'CONTRA DUPLICADO'
002810         GO TO 1500-APURAR-REFERENCIAS-EXIT.
002820     PERFORM 1510-LER-CHEGADA THRU 1510-LER-CHEGADA-EXIT
002830         UNTIL ACG-ARQCHEG-EOF.
002840     CLOSE ARRIVAL-LOG.
002850 1500-APURAR-REFERENCIAS-EXIT.
002860     EXIT.
002870
002880 1510-LER-CHEGADA.
002890     READ ARRIVAL-LOG
002900         AT END
002910             GO TO 1510-LER-CHEGADA-EXIT
002920     END-READ.
002930     IF NOT ACH-ARQUIVO-ACEITO
002940        OR ACH-DATA-CONFERENCIA NOT < ACG-DATASISTEMA-NUM
002950         GO TO 1510-LER-CHEGADA-EXIT.
002960     PERFORM 1520-BUSCAR-ESPERADO THRU 1520-BUSCAR-ESPERADO-EXIT
002970         VARYING ACG-IX-BUSCA FROM 1 BY 1
002980         UNTIL ACG-IX-BUSCA > ACG-QTDE-ESP.
002990 1510-LER-CHEGADA-EXIT.
003000     EXIT.
003010
003020 1520-BUSCAR-ESPERADO.
003030     IF ACG-E-ARQUIVO (ACG-IX-BUSCA) = ACH-ARQUIVO
003040         MOVE ACH-DATA-ARQUIVO TO ACG-E-BASE-DATA (ACG-IX-BUSCA)
003050         MOVE ACH-SEQUENCIA    TO ACG-E-BASE-SEQ (ACG-IX-BUSCA)
003060     END-IF.
003070 1520-BUSCAR-ESPERADO-EXIT.
003080     EXIT.
003090
003100*=========================================================
003110* CONFERENCIA DE UM ARQUIVO DO CADASTRO
003120*=========================================================
003130 2000-CONFERIR-ARQUIVO.
003140     MOVE SPACES TO ACH-CHEGADA-RECORD.
003150     MOVE ACG-E-ARQUIVO (ACG-IX) TO ACH-ARQUIVO.
003160     MOVE ACG-DATASISTEMA-NUM    TO ACH-DATA-CONFERENCIA.
003170     MOVE ACG-HORASISTEMA-NUM    TO ACH-HORA-CONFERENCIA.
003180     MOVE ZEROS TO ACH-DATA-ARQUIVO ACH-SEQUENCIA
003190                   ACH-QTDE-DETALHES.
003200     MOVE 'N' TO ACG-SW-PRESENTE ACG-SW-HEADER ACG-SW-LAYOUT.
003210     SET ACG-TEM-ROTINA TO TRUE.
003220     EVALUATE ACG-E-ARQUIVO (ACG-IX)
003230         WHEN 'RAWORDER'
003240             PERFORM 2100-LER-RAWORDER THRU 2100-LER-RAWORDER-EXIT
003250         WHEN 'RAWCINVC'
003260             PERFORM 2200-LER-RAWCINVC THRU 2200-LER-RAWCINVC-EXIT
003270         WHEN 'BANKRATE'
003280             PERFORM 2300-LER-BANKRATE THRU 2300-LER-BANKRATE-EXIT
003290         WHEN 'BOLRET'
003300             PERFORM 2400-LER-BOLRET THRU 2400-LER-BOLRET-EXIT
003310         WHEN 'SALRET'
003320             PERFORM 2500-LER-SALRET THRU 2500-LER-SALRET-EXIT
003330         WHEN 'PONTOBRT'
003340             PERFORM 2600-LER-PONTOBRT THRU 2600-LER-PONTOBRT-EXIT
003350         WHEN OTHER
003360             SET ACG-SEM-ROTINA TO TRUE
003370     END-EVALUATE.
003380     IF ACG-SEM-ROTINA
003390         DISPLAY 'ARQUIVO ' ACG-E-ARQUIVO (ACG-IX)
003400             ' DO ARQESPER SEM ROTINA DE CONFERENCIA - IGNORADO'
003410         IF ACG-RETORNO-RC < 4
003420             MOVE 4 TO ACG-RETORNO-RC
003430         END-IF
003440         GO TO 2000-CONFERIR-ARQUIVO-EXIT.
003450     PERFORM 2700-CLASSIFICAR-CHEGADA
003460         THRU 2700-CLASSIFICAR-CHEGADA-EXIT.
003470     PERFORM 2800-GRAVAR-CHEGADA THRU 2800-GRAVAR-CHEGADA-EXIT.
003480 2000-CONFERIR-ARQUIVO-EXIT.
003490     EXIT.
003500
003510*=========================================================
003520* LEITURA DOS ARQUIVOS DE ENTRADA - DATA E SEQUENCIA DO
003530* HEADER (PRIMEIRO HEADER DO ARQUIVO) E QTDE DE DETALHES
003540*=========================================================
003550 2100-LER-RAWORDER.
003560     SET ACG-LAYOUT-COM-HEADER TO TRUE.
003570     OPEN INPUT RAW-ORDERS.
003580     IF ACG-ENTRADA-STATUS NOT = '00'
003590         GO TO 2100-LER-RAWORDER-EXIT.
003600     SET ACG-ARQUIVO-PRESENTE TO TRUE.
003610     MOVE 'N' TO ACG-SW-FIM.
003620     PERFORM 2110-LER-PEDIDO THRU 2110-LER-PEDIDO-EXIT
003630         UNTIL ACG-FIM-ENTRADA.
003640     CLOSE RAW-ORDERS.
003650 2100-LER-RAWORDER-EXIT.
003660     EXIT.
003670
003680 2110-LER-PEDIDO.
003690     READ RAW-ORDERS
003700         AT END
003710             SET ACG-FIM-ENTRADA TO TRUE
003720             GO TO 2110-LER-PEDIDO-EXIT
003730     END-READ.
003740     IF RAW-TIPO-DETALHE
003750         ADD 1 TO ACH-QTDE-DETALHES
003760         GO TO 2110-LER-PEDIDO-EXIT.
003770     IF RAW-TIPO-HEADER AND NOT ACG-HEADER-ACHADO
003780        AND RAW-H-DATA NUMERIC
003790         SET ACG-HEADER-ACHADO TO TRUE
003800         MOVE RAW-H-DATA TO ACH-DATA-ARQUIVO
003810         IF RAW-H-SEQUENCIA NUMERIC
003820             MOVE RAW-H-SEQUENCIA TO ACH-SEQUENCIA
003830         END-IF
003840     END-IF.
003850 2110-LER-PEDIDO-EXIT.
003860     EXIT.
003870
003880 2200-LER-RAWCINVC.
003890     SET ACG-LAYOUT-COM-HEADER TO TRUE.
003900     OPEN INPUT RAW-CARRIER-INVOICES.
003910     IF ACG-ENTRADA-STATUS NOT = '00'
003920         GO TO 2200-LER-RAWCINVC-EXIT.
003930     SET ACG-ARQUIVO-PRESENTE TO TRUE.
003940     MOVE 'N' TO ACG-SW-FIM.
003950     PERFORM 2210-LER-FATURA THRU 2210-LER-FATURA-EXIT
003960         UNTIL ACG-FIM-ENTRADA.
003970     CLOSE RAW-CARRIER-INVOICES.
003980 2200-LER-RAWCINVC-EXIT.
003990     EXIT.
004000
004010 2210-LER-FATURA.
004020     READ RAW-CARRIER-INVOICES
004030         AT END
004040             SET ACG-FIM-ENTRADA TO TRUE
004050             GO TO 2210-LER-FATURA-EXIT
004060     END-READ.
004070     IF RCV-TIPO-DETALHE
004080         ADD 1 TO ACH-QTDE-DETALHES
004090         GO TO 2210-LER-FATURA-EXIT.
004100     IF RCV-TIPO-HEADER AND NOT ACG-HEADER-ACHADO
004110        AND RCV-H-DATA NUMERIC
004120         SET ACG-HEADER-ACHADO TO TRUE
004130         MOVE RCV-H-DATA TO ACH-DATA-ARQUIVO
004140         IF RCV-H-SEQUENCIA NUMERIC
004150             MOVE RCV-H-SEQUENCIA TO ACH-SEQUENCIA
004160         END-IF
004170     END-IF.
004180 2210-LER-FATURA-EXIT.
004190     EXIT.
004200
004210*    BANKRATE NAO TEM HEADER: DATA DO PRIMEIRO REGISTRO E
004220*    TODO REGISTRO CONTA COMO DETALHE
004230 2300-LER-BANKRATE.
004240     OPEN INPUT BANK-RATE-FILE.
004250     IF ACG-ENTRADA-STATUS NOT = '00'
004260         GO TO 2300-LER-BANKRATE-EXIT.
004270     SET ACG-ARQUIVO-PRESENTE TO TRUE.
004280     MOVE 'N' TO ACG-SW-FIM.
004290     PERFORM 2310-LER-TAXA THRU 2310-LER-TAXA-EXIT
004300         UNTIL ACG-FIM-ENTRADA.
004310     CLOSE BANK-RATE-FILE.
004320 2300-LER-BANKRATE-EXIT.
004330     EXIT.
004340
004350 2310-LER-TAXA.
004360     READ BANK-RATE-FILE
004370         AT END
004380             SET ACG-FIM-ENTRADA TO TRUE
004390             GO TO 2310-LER-TAXA-EXIT
004400     END-READ.
004410     ADD 1 TO ACH-QTDE-DETALHES.
004420     IF NOT ACG-HEADER-ACHADO AND BNK-DATA NUMERIC
004430         SET ACG-HEADER-ACHADO TO TRUE
004440         MOVE BNK-DATA TO ACH-DATA-ARQUIVO
004450     END-IF.
004460 2310-LER-TAXA-EXIT.
004470     EXIT.
004480
004490 2400-LER-BOLRET.
004500     SET ACG-LAYOUT-COM-HEADER TO TRUE.
004510     OPEN INPUT BOLETO-RETURN.
004520     IF ACG-ENTRADA-STATUS NOT = '00'
004530         GO TO 2400-LER-BOLRET-EXIT.
004540     SET ACG-ARQUIVO-PRESENTE TO TRUE.
004550     MOVE 'N' TO ACG-SW-FIM.
004560     PERFORM 2410-LER-BOLETO THRU 2410-LER-BOLETO-EXIT
004570         UNTIL ACG-FIM-ENTRADA.
004580     CLOSE BOLETO-RETURN.
004590 2400-LER-BOLRET-EXIT.
004600     EXIT.
004610
004620 2410-LER-BOLETO.
004630     READ BOLETO-RETURN
004640         AT END
004650             SET ACG-FIM-ENTRADA TO TRUE
004660             GO TO 2410-LER-BOLETO-EXIT
004670     END-READ.
004680     IF BRT-TIPO-DETALHE
004690         ADD 1 TO ACH-QTDE-DETALHES
004700         GO TO 2410-LER-BOLETO-EXIT.
004710     IF BRT-TIPO-HEADER AND NOT ACG-HEADER-ACHADO
004720        AND BRT-H-DATA NUMERIC
004730         SET ACG-HEADER-ACHADO TO TRUE
004740         MOVE BRT-H-DATA TO ACH-DATA-ARQUIVO
004750         IF BRT-H-SEQUENCIA NUMERIC
004760             MOVE BRT-H-SEQUENCIA TO ACH-SEQUENCIA
004770         END-IF
004780     END-IF.
004790 2410-LER-BOLETO-EXIT.
004800     EXIT.
004810
004820 2500-LER-SALRET.
004830     SET ACG-LAYOUT-COM-HEADER TO TRUE.
004840     OPEN INPUT SALARY-RETURN.
004850     IF ACG-ENTRADA-STATUS NOT = '00'
004860         GO TO 2500-LER-SALRET-EXIT.
004870     SET ACG-ARQUIVO-PRESENTE TO TRUE.
004880     MOVE 'N' TO ACG-SW-FIM.
004890     PERFORM 2510-LER-CREDITO THRU 2510-LER-CREDITO-EXIT
004900         UNTIL ACG-FIM-ENTRADA.
004910     CLOSE SALARY-RETURN.
004920 2500-LER-SALRET-EXIT.
004930     EXIT.
004940
004950 2510-LER-CREDITO.
004960     READ SALARY-RETURN
004970         AT END
004980             SET ACG-FIM-ENTRADA TO TRUE
004990             GO TO 2510-LER-CREDITO-EXIT
005000     END-READ.
005010     IF SRT-TIPO-DETALHE
005020         ADD 1 TO ACH-QTDE-DETALHES
005030         GO TO 2510-LER-CREDITO-EXIT.
005040     IF SRT-TIPO-HEADER AND NOT ACG-HEADER-ACHADO
005050        AND SRT-H-DATA NUMERIC
005060         SET ACG-HEADER-ACHADO TO TRUE
005070         MOVE SRT-H-DATA TO ACH-DATA-ARQUIVO
005080         IF SRT-H-SEQUENCIA NUMERIC
005090             MOVE SRT-H-SEQUENCIA TO ACH-SEQUENCIA
005100         END-IF
005110     END-IF.
005120 2510-LER-CREDITO-EXIT.
005130     EXIT.
005140
005150*    PONTOBRT NAO TEM HEADER: DATA = DIA 01 DA COMPETENCIA DO
005160*    PRIMEIRO REGISTRO E TODO REGISTRO CONTA COMO DETALHE
005170 2600-LER-PONTOBRT.
005180     OPEN INPUT TIME-CLOCK-RAW.
005190     IF ACG-ENTRADA-STATUS NOT = '00'
005200         GO TO 2600-LER-PONTOBRT-EXIT.
005210     SET ACG-ARQUIVO-PRESENTE TO TRUE.
005220     MOVE 'N' TO ACG-SW-FIM.
005230     PERFORM 2610-LER-MARCACAO THRU 2610-LER-MARCACAO-EXIT
005240         UNTIL ACG-FIM-ENTRADA.
005250     CLOSE TIME-CLOCK-RAW.
005260 2600-LER-PONTOBRT-EXIT.
005270     EXIT.
005280
005290 2610-LER-MARCACAO.
005300     READ TIME-CLOCK-RAW
005310         AT END
005320             SET ACG-FIM-ENTRADA TO TRUE
005330             GO TO 2610-LER-MARCACAO-EXIT
005340     END-READ.
005350     ADD 1 TO ACH-QTDE-DETALHES.
005360     IF NOT ACG-HEADER-ACHADO AND PTB-COMPETENCIA-N NUMERIC
005370         SET ACG-HEADER-ACHADO TO TRUE
005380         COMPUTE ACH-DATA-ARQUIVO = PTB-COMPETENCIA-N * 100 + 1
005390     END-IF.
005400 2610-LER-MARCACAO-EXIT.
005410     EXIT.
005420
005430*=========================================================
005440* SITUACAO DA CHEGADA - A PRIMEIRA REGRA QUE SE APLICA
005450*=========================================================
005460 2700-CLASSIFICAR-CHEGADA.
005470     IF NOT ACG-ARQUIVO-PRESENTE
005480         IF NOT ACG-E-DIA-ESPERADO (ACG-IX, ACG-DIA-SEMANA)
005490             SET ACH-NAO-ESPERADO TO TRUE
005500         ELSE
005510             IF ACG-HORA-HHMM > ACG-E-HORA-LIMITE (ACG-IX)
005520                 SET ACH-ATRASADO TO TRUE
005530             ELSE
005540                 SET ACH-FALTANDO TO TRUE
005550             END-IF
005560         END-IF
005570         GO TO 2700-CLASSIFICAR-CHEGADA-EXIT.
005580     IF ACG-LAYOUT-COM-HEADER AND NOT ACG-HEADER-ACHADO
005590         SET ACH-SEM-HEADER TO TRUE
005600         GO TO 2700-CLASSIFICAR-CHEGADA-EXIT.
005610     IF ACH-DATA-ARQUIVO > ZEROS
005620        AND ACG-E-BASE-DATA (ACG-IX) > ZEROS
005630         IF ACH-DATA-ARQUIVO < ACG-E-BASE-DATA (ACG-IX)
005640             SET ACH-ANTIGO TO TRUE
005650             GO TO 2700-CLASSIFICAR-CHEGADA-EXIT
005660         END-IF
005670         IF ACH-DATA-ARQUIVO = ACG-E-BASE-DATA (ACG-IX)
005680            AND ACH-SEQUENCIA NOT > ACG-E-BASE-SEQ (ACG-IX)
005690             SET ACH-DUPLICADO TO TRUE
005700             GO TO 2700-CLASSIFICAR-CHEGADA-EXIT
005710         END-IF
005720     END-IF.
005730     IF ACH-QTDE-DETALHES = ZEROS
005740         IF ACG-E-VAZIO-PERMITIDO (ACG-IX)
005750             SET ACH-VAZIO-ACEITO TO TRUE
005760         ELSE
005770             SET ACH-VAZIO-RECUSADO TO TRUE
005780         END-IF
005790         GO TO 2700-CLASSIFICAR-CHEGADA-EXIT.
005800     IF ACG-HORA-HHMM > ACG-E-HORA-LIMITE (ACG-IX)
005810         SET ACH-ACEITO-ATRASADO TO TRUE
005820     ELSE
005830         SET ACH-ACEITO TO TRUE
005840     END-IF.
005850 2700-CLASSIFICAR-CHEGADA-EXIT.
005860     EXIT.
005870
005880*=========================================================
005890* GRAVACAO NO ARQCHEG (E NO ARQBLOQ QUANDO BLOQUEIA PASSO)
005900* E RETURN-CODE DA CONFERENCIA
005910*=========================================================
005920 2800-GRAVAR-CHEGADA.
005930     MOVE ZEROS TO ACG-RC-ARQUIVO.
005940     EVALUATE TRUE
005950         WHEN ACH-ARQUIVO-ACEITO
005960             ADD 1 TO ACG-QTDE-ACEITOS
005970             IF ACH-ACEITO-ATRASADO
005980                 MOVE 4 TO ACG-RC-ARQUIVO
005990             END-IF
006000         WHEN ACH-NAO-ESPERADO
006010             ADD 1 TO ACG-QTDE-NAO-ESPERADOS
006020             IF ACG-E-PASSOS (ACG-IX) NOT = SPACES
006030                 MOVE 'S' TO ACH-ACAO
006040                 MOVE ACG-E-PASSOS (ACG-IX) TO ACH-PASSOS
006050                 MOVE 8 TO ACG-RC-ARQUIVO
006060             END-IF
006070         WHEN OTHER
006080             ADD 1 TO ACG-QTDE-BLOQUEADOS
006090             MOVE ACG-E-ACAO (ACG-IX)   TO ACH-ACAO
006100             MOVE ACG-E-PASSOS (ACG-IX) TO ACH-PASSOS
006110             IF ACG-E-PASSOS (ACG-IX) = SPACES
006120                 MOVE 4 TO ACG-RC-ARQUIVO
006130             ELSE
006140                 MOVE 8 TO ACG-RC-ARQUIVO
006150             END-IF
006160             IF ACH-PARA-CADEIA
006170                 MOVE 16 TO ACG-RC-ARQUIVO
006180             END-IF
006190     END-EVALUATE.
006200     PERFORM 2900-DESCREVER-SITUACAO
006210         THRU 2900-DESCREVER-SITUACAO-EXIT.
006220     DISPLAY 'CHEGADA ' ACH-ARQUIVO ' ('
006230         ACG-E-REMETENTE (ACG-IX) ') HEADER ' ACH-DATA-ARQUIVO
006240         '/' ACH-SEQUENCIA ' DETALHES ' ACH-QTDE-DETALHES
006250         ' - ' ACG-TEXTO-SITUACAO.
006260     IF ACH-PASSOS NOT = SPACES
006270         DISPLAY '    PASSOS BLOQUEADOS: ' ACH-PASSO (1) ' '
006280             ACH-PASSO (2) ' ' ACH-PASSO (3)
006290         WRITE ACG-BLOQ-LINE FROM ACH-CHEGADA-RECORD
006300     END-IF.
006310     WRITE ACH-CHEGADA-RECORD.
006320     IF ACG-RC-ARQUIVO > ACG-RETORNO-RC
006330         MOVE ACG-RC-ARQUIVO TO ACG-RETORNO-RC
006340     END-IF.
006350 2800-GRAVAR-CHEGADA-EXIT.
006360     EXIT.
006370
006380 2900-DESCREVER-SITUACAO.
006390     EVALUATE TRUE
006400         WHEN ACH-ACEITO
006410             MOVE 'ACEITO' TO ACG-TEXTO-SITUACAO
006420         WHEN ACH-ACEITO-ATRASADO
006430             MOVE 'ACEITO APOS A HORA LIMITE'
006440                 TO ACG-TEXTO-SITUACAO
006450         WHEN ACH-VAZIO-ACEITO
006460             MOVE 'ACEITO SEM MOVIMENTO' TO ACG-TEXTO-SITUACAO
006470         WHEN ACH-FALTANDO
006480             MOVE 'NAO CHEGOU' TO ACG-TEXTO-SITUACAO
006490         WHEN ACH-ATRASADO
006500             MOVE 'NAO CHEGOU ATE A HORA LIMITE'
006510                 TO ACG-TEXTO-SITUACAO
006520         WHEN ACH-VAZIO-RECUSADO
006530             MOVE 'RECUSADO - VAZIO' TO ACG-TEXTO-SITUACAO
006540         WHEN ACH-DUPLICADO
006550             MOVE 'RECUSADO - DUPLICADO' TO ACG-TEXTO-SITUACAO
006560         WHEN ACH-ANTIGO
006570             MOVE 'RECUSADO - ANTERIOR AO ULTIMO'
006580                 TO ACG-TEXTO-SITUACAO
006590         WHEN ACH-SEM-HEADER
006600             MOVE 'RECUSADO - SEM HEADER' TO ACG-TEXTO-SITUACAO
006610         WHEN ACH-NAO-ESPERADO
006620             MOVE 'NAO ESPERADO HOJE' TO ACG-TEXTO-SITUACAO
006630     END-EVALUATE.
006640 2900-DESCREVER-SITUACAO-EXIT.
006650     EXIT.
