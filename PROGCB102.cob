000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCB102.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE PATRIMONIO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: ACORDO DE PARCELAMENTO DO ALUGUEL EM ATRASO NO
000100*           CONSOLE (ARQUIVO ACORDO). O LOCATARIO COM
000110*           FATURAS VENCIDAS SO TINHA O AGING E O PROTESTO:
000120*           O ACORDO CONSOLIDA AS FATURAS VENCIDAS EM ABERTO
000130*           DO LOCATARIO (PRINCIPAL + MULTA DE 2 PORCENTO E
000140*           JUROS PRO RATA DIA ATE A DATA DO ACORDO, NA
000150*           REGRA DA BAIXA PROGCOB40), ABATE O DESCONTO
000160*           CONCEDIDO E DIVIDE O SALDO EM N PARCELAS
000170*           MENSAIS, GRAVADAS COMO FATURAS NOVAS NO RENTINV
000180*           (ORIGEM P) - A REMESSA DE BOLETOS (PROGCOB42)
000190*           AS ENVIA AO BANCO COMO QUALQUER FATURA ABERTA.
000200*           AS FATURAS ORIGINAIS FICAM RENEGOCIADAS
000210*           (SITUACAO N): FORA DO AGING, DA REMESSA E DOS
000220*           ENCARGOS; A QUE ESTAVA EM COBRANCA BANCARIA
000230*           ENFILEIRA A INSTRUCAO DE BAIXA (BX) NO BOLINSQ.
000240* OBS: ACORDO COM DESCONTO FICA PENDENTE ATE A APROVACAO
000250*      DO SUPERVISOR (NIVEL 3, OUTRO USUARIO QUE NAO O
000260*      PROPONENTE), COMO NA RENOVACAO DE CONTRATOS
000270*      (PROGCOB99); SEM DESCONTO E EFETIVADO NA HORA.
000280*      NA APROVACAO AS FATURAS SAO LEVANTADAS DE NOVO - SE
000290*      MUDARAM DESDE A PROPOSTA, O ACORDO TEM DE SER
000300*      REFEITO. UM ACORDO EM VIGOR POR LOCATARIO. PARCELA
000310*      DE ACORDO NAO ENTRA EM NOVO ACORDO; O SALDO
000320*      RESTAURADO DE ACORDO ROMPIDO (PROGCB103) ENTRA.
000330*      TOLERANCIA ZERO = 30 DIAS DE ATRASO DE PARCELA
000340*      ANTES DA QUEBRA.
000350* -----------------------------------------------------
000360* HISTORICO DE ALTERACOES
000370* 15/10/2026 FT  PROGRAMA CRIADO.
000380***********************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SPECIAL-NAMES.
000420     DECIMAL-POINT IS COMMA.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT RENEGOTIATION ASSIGN TO 'ACORDO'
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS ACD-NUMERO
000490         FILE STATUS IS WRK-ACORDO-STATUS.
000500     SELECT RENT-INVOICES ASSIGN TO 'RENTINV'
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS INV-NUMERO
000540         FILE STATUS IS WRK-RENTINV-STATUS.
000550     SELECT INSTRUCTION-QUEUE ASSIGN TO 'BOLINSQ'
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS ISQ-CHAVE
000590         FILE STATUS IS WRK-BOLINSQ-STATUS.
000600     SELECT OPERATOR-SESSION ASSIGN TO 'OPERSESS'
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WRK-OPERSESS-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  RENEGOTIATION.
000660     COPY ACORDO.
000670 FD  RENT-INVOICES.
000680     COPY RENTINV.
000690 FD  INSTRUCTION-QUEUE.
000700     COPY BOLINST.
000710 FD  OPERATOR-SESSION.
000720     COPY OPERSESS.
000730 WORKING-STORAGE SECTION.
000740 77  WRK-ACORDO-STATUS   PIC X(02) VALUE '00'.
000750     88  WRK-ACORDO-EOF      VALUE '10'.
000760 77  WRK-RENTINV-STATUS  PIC X(02) VALUE '00'.
000770     88  WRK-RENTINV-EOF     VALUE '10'.
000780 77  WRK-BOLINSQ-STATUS  PIC X(02) VALUE '00'.
000790 77  WRK-OPERSESS-STATUS PIC X(02) VALUE '00'.
000800 77  WRK-SW-BOLINSQ      PIC X(01) VALUE 'N'.
000810     88  WRK-BOLINSQ-DISPONIVEL  VALUE 'S'.
000820 77  WRK-SW-VARREDURA    PIC X(01) VALUE 'N'.
000830     88  WRK-FIM-VARREDURA       VALUE 'S'.
000840     88  WRK-VARREDURA-ATIVA     VALUE 'N'.
000850 77  WRK-PROX-SEQ        PIC 9(02) VALUE ZEROS.
000860 77  WRK-USUARIO         PIC X(08) VALUE SPACES.
000870 77  WRK-NIVEL           PIC 9(01) VALUE ZEROS.
000880 77  WRK-OPCAO           PIC 9(01) VALUE ZEROS.
000890     88  WRK-OPCAO-SAIR      VALUE 9.
000900 77  WRK-LOCATARIO       PIC 9(04) VALUE ZEROS.
000910 77  WRK-NUMERO-ACORDO   PIC 9(05) VALUE ZEROS.
000920 77  WRK-ULTIMO-ACORDO   PIC 9(05) VALUE ZEROS.
000930 77  WRK-ULTIMA-FATURA   PIC 9(06) VALUE ZEROS.
000940 77  WRK-SW-ACORDO       PIC X(01) VALUE 'N'.
000950     88  WRK-ACORDO-ACHADO   VALUE 'S'.
000960 77  WRK-SW-EM-VIGOR     PIC X(01) VALUE 'N'.
000970     88  WRK-LOCATARIO-COM-ACORDO VALUE 'S'.
000980 77  WRK-ACORDO-EM-VIGOR PIC 9(05) VALUE ZEROS.
000990*    L = LEVANTAR (LISTA E SOMA), E = EFETIVAR (RENEGOCIA)
001000 77  WRK-MODO-VARREDURA  PIC X(01) VALUE 'L'.
001010     88  WRK-MODO-LEVANTAR   VALUE 'L'.
001020     88  WRK-MODO-EFETIVAR   VALUE 'E'.
001030 77  WRK-SW-LISTAR       PIC X(01) VALUE 'S'.
001040     88  WRK-LISTAR-FATURAS  VALUE 'S'.
001050 77  WRK-DATA-CORTE      PIC 9(08) VALUE ZEROS.
001060 77  WRK-QTDE-FATURAS    PIC 9(03) VALUE ZEROS.
001070 77  WRK-PRINCIPAL       PIC 9(08)V99 VALUE ZEROS.
001080 77  WRK-ENCARGOS        PIC 9(08)V99 VALUE ZEROS.
001090 77  WRK-DESCONTO        PIC 9(08)V99 VALUE ZEROS.
001100 77  WRK-DIVIDA          PIC 9(08)V99 VALUE ZEROS.
001110 77  WRK-VALOR-ACORDO    PIC 9(08)V99 VALUE ZEROS.
001120 77  WRK-VALOR-PARCELA   PIC 9(08)V99 VALUE ZEROS.
001130 77  WRK-VALOR-ULTIMA    PIC 9(08)V99 VALUE ZEROS.
001140 77  WRK-QTDE-PARCELAS   PIC 9(02) VALUE ZEROS.
001150     88  WRK-QTDE-PARCELAS-VALIDA VALUE 1 THRU 24.
001160 77  WRK-SUB-PARCELA     PIC 9(02) COMP VALUE ZEROS.
001170 77  WRK-DIAS-TOLERANCIA PIC 9(03) VALUE ZEROS.
001180 77  WRK-NOME            PIC X(25) VALUE SPACES.
001190 77  WRK-LOTE            PIC 9(05) VALUE ZEROS.
001200 77  WRK-MULTA           PIC 9(06)V99 VALUE ZEROS.
001210 77  WRK-JUROS           PIC 9(06)V99 VALUE ZEROS.
001220 77  WRK-DIAS-ATRASO     PIC S9(05) VALUE ZEROS.
001230 77  WRK-DIAS-CORTE      PIC 9(07) VALUE ZEROS.
001240 77  WRK-DIAS-VENCTO     PIC 9(07) VALUE ZEROS.
001250 77  WRK-PRAZO           PIC S9(03) VALUE ZEROS.
001260 77  WRK-VENCIMENTO      PIC 9(08) VALUE ZEROS.
001270 77  WRK-QTDE-BAIXAS     PIC 9(03) VALUE ZEROS.
001280 77  WRK-CONFIRMA        PIC X(01) VALUE 'N'.
001290     88  WRK-CONFIRMA-SIM    VALUE 'S'.
001300 77  WRK-DATASISTEMA     PIC 9(08) VALUE ZEROS.
001310 77  WRK-VALOR-EDT       PIC ZZ.ZZZ.ZZ9,99.
001320 01  WRK-DATA-R.
001330     05  WRK-R-ANO           PIC 9(04).
001340     05  WRK-R-MES           PIC 9(02).
001350     05  WRK-R-DIA           PIC 9(02).
001360 01  WRK-DATA-DIGITADA.
001370     05  WRK-DD-ANO          PIC 9(04).
001380     05  WRK-DD-MES          PIC 9(02).
001390         88  WRK-DD-MES-VALIDO   VALUE 1 THRU 12.
001400     05  WRK-DD-DIA          PIC 9(02).
001410         88  WRK-DD-DIA-VALIDO   VALUE 1 THRU 31.
001420 01  WRK-DATA-PARCELA.
001430     05  WRK-DP-ANO          PIC 9(04).
001440     05  WRK-DP-MES          PIC 9(02).
001450     05  WRK-DP-DIA          PIC 9(02).
001460 01  WRK-DATA-PARCELA-NUM REDEFINES WRK-DATA-PARCELA
001470                             PIC 9(08).
001480 01  WRK-LINHA-FATURA.
001490     05  WRK-LF-NUMERO       PIC 9(06).
001500     05  FILLER              PIC X(01) VALUE SPACES.
001510     05  WRK-LF-LOTE         PIC 9(05).
001520     05  FILLER              PIC X(01) VALUE SPACES.
001530     05  WRK-LF-VENCIMENTO   PIC 9(08).
001540     05  FILLER              PIC X(01) VALUE SPACES.
001550     05  WRK-LF-VALOR        PIC ZZ.ZZZ.ZZ9,99.
001560     05  FILLER              PIC X(01) VALUE SPACES.
001570     05  WRK-LF-MULTA        PIC ZZZ.ZZ9,99.
001580     05  FILLER              PIC X(01) VALUE SPACES.
001590     05  WRK-LF-JUROS        PIC ZZZ.ZZ9,99.
001600 01  WRK-LINHA-PARCELA.
001610     05  WRK-LP-NUMERO       PIC 9(06).
001620     05  FILLER              PIC X(01) VALUE SPACES.
001630     05  WRK-LP-ORIGEM       PIC X(01).
001640     05  WRK-LP-PARCELA      PIC 9(02).
001650     05  FILLER              PIC X(01) VALUE SPACES.
001660     05  WRK-LP-VENCIMENTO   PIC 9(08).
001670     05  FILLER              PIC X(01) VALUE SPACES.
001680     05  WRK-LP-VALOR        PIC ZZ.ZZZ.ZZ9,99.
001690     05  FILLER              PIC X(01) VALUE SPACES.
001700     05  WRK-LP-STATUS       PIC X(01).
001710     05  FILLER              PIC X(01) VALUE SPACES.
001720     05  WRK-LP-PAGAMENTO    PIC 9(08).
001730 PROCEDURE DIVISION.
001740
001750 0000-MAINLINE.
001760     ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
001770     PERFORM 0500-LER-SESSAO THRU 0500-LER-SESSAO-EXIT.
001780     OPEN I-O RENEGOTIATION.
001790     IF WRK-ACORDO-STATUS = '35'
001800         OPEN OUTPUT RENEGOTIATION
001810         CLOSE RENEGOTIATION
001820         OPEN I-O RENEGOTIATION
001830     END-IF.
001840     IF WRK-ACORDO-STATUS NOT = '00'
001850         DISPLAY 'ARQUIVO DE ACORDOS INDISPONIVEL - STATUS '
001860             WRK-ACORDO-STATUS
001870         GO TO 0000-ENCERRAR.
001880     OPEN I-O RENT-INVOICES.
001890     IF WRK-RENTINV-STATUS NOT = '00'
001900         DISPLAY 'ARQUIVO DE FATURAS INDISPONIVEL - STATUS '
001910             WRK-RENTINV-STATUS
001920         CLOSE RENEGOTIATION
001930         GO TO 0000-ENCERRAR.
001940     OPEN I-O INSTRUCTION-QUEUE.
001950     IF WRK-BOLINSQ-STATUS = '35'
001960         OPEN OUTPUT INSTRUCTION-QUEUE
001970         CLOSE INSTRUCTION-QUEUE
001980         OPEN I-O INSTRUCTION-QUEUE
001990     END-IF.
002000     IF WRK-BOLINSQ-STATUS = '00'
002010         SET WRK-BOLINSQ-DISPONIVEL TO TRUE
002020     ELSE
002030         DISPLAY 'FILA DE INSTRUCOES (BOLINSQ) INDISPONIVEL - '
002040             'FATURA EM COBRANCA NAO ENTRA EM ACORDO'
002050     END-IF.
002060     PERFORM 1000-PROCESSAR-MENU THRU 1000-PROCESSAR-MENU-EXIT
002070         UNTIL WRK-OPCAO-SAIR.
002080     IF WRK-BOLINSQ-DISPONIVEL
002090         CLOSE INSTRUCTION-QUEUE
002100     END-IF.
002110     CLOSE RENT-INVOICES.
002120     CLOSE RENEGOTIATION.
002130 0000-ENCERRAR.
002140     GOBACK.
002150
002160 0500-LER-SESSAO.
002170     OPEN INPUT OPERATOR-SESSION.
002180     IF WRK-OPERSESS-STATUS = '00'
002190         READ OPERATOR-SESSION
002200             AT END
002210                 CONTINUE
002220             NOT AT END
002230                 MOVE OSS-USUARIO TO WRK-USUARIO
002240                 MOVE OSS-NIVEL TO WRK-NIVEL
002250         END-READ
002260         CLOSE OPERATOR-SESSION
002270     ELSE
002280         DISPLAY 'SEM SESSAO DE OPERADOR - ACESSO TOTAL '
002290             '(PARTIDA A FRIO)'
002300         MOVE 3 TO WRK-NIVEL
002310     END-IF.
002320 0500-LER-SESSAO-EXIT.
002330     EXIT.
002340
002350 1000-PROCESSAR-MENU.
002360     DISPLAY '================================================'.
002370     DISPLAY '   ACORDO DE PARCELAMENTO DE ALUGUEL EM ATRASO  '.
002380     DISPLAY '================================================'.
002390     DISPLAY '1 - PROPOR ACORDO'.
002400     DISPLAY '2 - APROVAR DESCONTO DE ACORDO (SUPERVISOR)'.
002410     DISPLAY '3 - RECUSAR ACORDO PENDENTE'.
002420     DISPLAY '4 - CONSULTAR ACORDO'.
002430     DISPLAY '9 - SAIR'.
002440     DISPLAY 'OPCAO: '.
002450     ACCEPT WRK-OPCAO.
002460     EVALUATE WRK-OPCAO
002470         WHEN 1
002480             PERFORM 2000-PROPOR THRU 2000-PROPOR-EXIT
002490         WHEN 2
002500             PERFORM 3000-APROVAR THRU 3000-APROVAR-EXIT
002510         WHEN 3
002520             PERFORM 5000-RECUSAR THRU 5000-RECUSAR-EXIT
002530         WHEN 4
002540             PERFORM 6000-CONSULTAR THRU 6000-CONSULTAR-EXIT
002550         WHEN 9
002560             CONTINUE
002570         WHEN OTHER
002580             DISPLAY 'OPCAO INVALIDA - REDIGITE'
002590     END-EVALUATE.
002600 1000-PROCESSAR-MENU-EXIT.
002610     EXIT.
002620
002630*=========================================================
002640* LE O ACORDO PELO NUMERO DIGITADO
002650*=========================================================
002660 1500-LER-ACORDO.
002670     MOVE 'N' TO WRK-SW-ACORDO.
002680     DISPLAY 'NUMERO DO ACORDO: '.
002690     MOVE ZEROS TO WRK-NUMERO-ACORDO.
002700     ACCEPT WRK-NUMERO-ACORDO.
002710     MOVE WRK-NUMERO-ACORDO TO ACD-NUMERO.
002720     READ RENEGOTIATION
002730         INVALID KEY
002740             DISPLAY 'ACORDO NAO ENCONTRADO'
002750         NOT INVALID KEY
002760             SET WRK-ACORDO-ACHADO TO TRUE
002770     END-READ.
002780 1500-LER-ACORDO-EXIT.
002790     EXIT.
002800
002810*=========================================================
002820* VARRE OS ACORDOS: ULTIMO NUMERO USADO E ACORDO PENDENTE
002830* OU ATIVO DO LOCATARIO (UM EM VIGOR POR LOCATARIO)
002840*=========================================================
002850 1600-VARRER-ACORDOS.
002860     MOVE ZEROS TO WRK-ULTIMO-ACORDO WRK-ACORDO-EM-VIGOR.
002870     MOVE 'N' TO WRK-SW-EM-VIGOR.
002880     MOVE ZEROS TO ACD-NUMERO.
002890     START RENEGOTIATION KEY NOT < ACD-NUMERO
002900         INVALID KEY
002910             MOVE '10' TO WRK-ACORDO-STATUS
002920     END-START.
002930     PERFORM 1610-LER-ACORDO THRU 1610-LER-ACORDO-EXIT
002940         UNTIL WRK-ACORDO-EOF
002950            OR WRK-ACORDO-STATUS NOT = '00'.
002960     MOVE '00' TO WRK-ACORDO-STATUS.
002970 1600-VARRER-ACORDOS-EXIT.
002980     EXIT.
002990
003000 1610-LER-ACORDO.
003010     READ RENEGOTIATION NEXT RECORD
003020         AT END
003030             SET WRK-ACORDO-EOF TO TRUE
003040             GO TO 1610-LER-ACORDO-EXIT
003050     END-READ.
003060     IF WRK-ACORDO-STATUS NOT = '00'
003070         GO TO 1610-LER-ACORDO-EXIT.
003080     MOVE ACD-NUMERO TO WRK-ULTIMO-ACORDO.
003090     IF ACD-LOCATARIO = WRK-LOCATARIO AND ACD-EM-VIGOR
003100         SET WRK-LOCATARIO-COM-ACORDO TO TRUE
003110         MOVE ACD-NUMERO TO WRK-ACORDO-EM-VIGOR
003120     END-IF.
003130 1610-LER-ACORDO-EXIT.
003140     EXIT.
003150
003160*=========================================================
003170* VARRE AS FATURAS: GUARDA O MAIOR NUMERO E TRATA CADA
003180* FATURA VENCIDA EM ABERTO DO LOCATARIO ANTES DA DATA DE
003190* CORTE - LEVANTAR SOMA (E LISTA); EFETIVAR RENEGOCIA
003200*=========================================================
003210 1700-VARRER-FATURAS.
003220     MOVE ZEROS TO WRK-ULTIMA-FATURA WRK-QTDE-FATURAS
003230         WRK-PRINCIPAL WRK-ENCARGOS WRK-QTDE-BAIXAS.
003240     MOVE ZEROS TO INV-NUMERO.
003250     START RENT-INVOICES KEY NOT < INV-NUMERO
003260         INVALID KEY
003270             MOVE '10' TO WRK-RENTINV-STATUS
003280     END-START.
003290     PERFORM 1710-LER-FATURA THRU 1710-LER-FATURA-EXIT
003300         UNTIL WRK-RENTINV-EOF
003310            OR WRK-RENTINV-STATUS NOT = '00'.
003320     MOVE '00' TO WRK-RENTINV-STATUS.
003330 1700-VARRER-FATURAS-EXIT.
003340     EXIT.
003350
003360 1710-LER-FATURA.
003370     READ RENT-INVOICES NEXT RECORD
003380         AT END
003390             SET WRK-RENTINV-EOF TO TRUE
003400             GO TO 1710-LER-FATURA-EXIT
003410     END-READ.
003420     IF WRK-RENTINV-STATUS NOT = '00'
003430         GO TO 1710-LER-FATURA-EXIT.
003440     IF INV-NUMERO > WRK-ULTIMA-FATURA
003450         MOVE INV-NUMERO TO WRK-ULTIMA-FATURA
003460     END-IF.
003470     IF INV-LOCATARIO NOT = WRK-LOCATARIO
003480             OR NOT INV-EM-ABERTO
003490             OR INV-DATA-VENCIMENTO NOT < WRK-DATA-CORTE
003500             OR INV-PARCELA-ACORDO
003510         GO TO 1710-LER-FATURA-EXIT.
003520     PERFORM 1800-CALCULAR-ENCARGOS
003530         THRU 1800-CALCULAR-ENCARGOS-EXIT.
003540     IF WRK-QTDE-FATURAS = ZEROS
003550         MOVE INV-NOME TO WRK-NOME
003560         MOVE INV-LOTE-ID TO WRK-LOTE
003570     END-IF.
003580     ADD 1 TO WRK-QTDE-FATURAS.
003590     ADD INV-VALOR-BRL TO WRK-PRINCIPAL.
003600     ADD WRK-MULTA WRK-JUROS TO WRK-ENCARGOS.
003610     IF WRK-MODO-EFETIVAR
003620         PERFORM 4200-RENEGOCIAR-FATURA
003630             THRU 4200-RENEGOCIAR-FATURA-EXIT
003640         GO TO 1710-LER-FATURA-EXIT.
003650     IF WRK-LISTAR-FATURAS
003660         MOVE INV-NUMERO TO WRK-LF-NUMERO
003670         MOVE INV-LOTE-ID TO WRK-LF-LOTE
003680         MOVE INV-DATA-VENCIMENTO TO WRK-LF-VENCIMENTO
003690         MOVE INV-VALOR-BRL TO WRK-LF-VALOR
003700         MOVE WRK-MULTA TO WRK-LF-MULTA
003710         MOVE WRK-JUROS TO WRK-LF-JUROS
003720         DISPLAY WRK-LINHA-FATURA
003730     END-IF.
003740 1710-LER-FATURA-EXIT.
003750     EXIT.
003760
003770*=========================================================
003780* ENCARGOS ATE A DATA DE CORTE: MULTA DE 2 PORCENTO E
003790* JUROS PRO RATA DIA (1 PORCENTO AO MES) - MESMA CONTA DA
003800* BAIXA PROGCOB40 (ANO*365+MES*31+DIA)
003810*=========================================================
003820 1800-CALCULAR-ENCARGOS.
003830     MOVE ZEROS TO WRK-MULTA WRK-JUROS.
003840     MOVE WRK-DATA-CORTE TO WRK-DATA-R.
003850     COMPUTE WRK-DIAS-CORTE = WRK-R-ANO * 365
003860         + WRK-R-MES * 31 + WRK-R-DIA.
003870     MOVE INV-DATA-VENCIMENTO TO WRK-DATA-R.
003880     COMPUTE WRK-DIAS-VENCTO = WRK-R-ANO * 365
003890         + WRK-R-MES * 31 + WRK-R-DIA.
003900     COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-CORTE - WRK-DIAS-VENCTO.
003910     IF WRK-DIAS-ATRASO < 1
003920         GO TO 1800-CALCULAR-ENCARGOS-EXIT.
003930     COMPUTE WRK-MULTA ROUNDED = INV-VALOR-BRL * 2 / 100.
003940     COMPUTE WRK-JUROS ROUNDED =
003950         INV-VALOR-BRL * WRK-DIAS-ATRASO / 3000.
003960 1800-CALCULAR-ENCARGOS-EXIT.
003970     EXIT.
003980
003990*=========================================================
004000* PROPOSTA: LEVANTA AS FATURAS VENCIDAS, PEDE DESCONTO,
004010* PARCELAS, PRIMEIRO VENCIMENTO E TOLERANCIA. SEM DESCONTO
004020* O ACORDO E EFETIVADO NA HORA; COM DESCONTO FICA PENDENTE
004030*=========================================================
004040 2000-PROPOR.
004050     DISPLAY 'CODIGO DO LOCATARIO: '.
004060     MOVE ZEROS TO WRK-LOCATARIO.
004070     ACCEPT WRK-LOCATARIO.
004080     IF WRK-LOCATARIO = ZEROS
004090         DISPLAY 'LOCATARIO INVALIDO'
004100         GO TO 2000-PROPOR-EXIT.
004110     PERFORM 1600-VARRER-ACORDOS THRU 1600-VARRER-ACORDOS-EXIT.
004120     IF WRK-LOCATARIO-COM-ACORDO
004130         DISPLAY 'LOCATARIO JA TEM O ACORDO '
004140             WRK-ACORDO-EM-VIGOR ' PENDENTE OU ATIVO'
004150         GO TO 2000-PROPOR-EXIT.
004160     MOVE WRK-DATASISTEMA TO WRK-DATA-CORTE.
004170     SET WRK-MODO-LEVANTAR TO TRUE.
004180     SET WRK-LISTAR-FATURAS TO TRUE.
004190     DISPLAY 'FATURA LOTE  VENCTO          VALOR      MULTA'
004200         '      JUROS'.
004210     PERFORM 1700-VARRER-FATURAS THRU 1700-VARRER-FATURAS-EXIT.
004220     IF WRK-QTDE-FATURAS = ZEROS
004230         DISPLAY 'LOCATARIO SEM FATURA VENCIDA EM ABERTO'
004240         GO TO 2000-PROPOR-EXIT.
004250     COMPUTE WRK-DIVIDA = WRK-PRINCIPAL + WRK-ENCARGOS.
004260     MOVE WRK-PRINCIPAL TO WRK-VALOR-EDT.
004270     DISPLAY 'PRINCIPAL.........: ' WRK-VALOR-EDT.
004280     MOVE WRK-ENCARGOS TO WRK-VALOR-EDT.
004290     DISPLAY 'MULTA E JUROS.....: ' WRK-VALOR-EDT.
004300     MOVE WRK-DIVIDA TO WRK-VALOR-EDT.
004310     DISPLAY 'DIVIDA CONSOLIDADA: ' WRK-VALOR-EDT.
004320     DISPLAY 'DESCONTO (ZEROS = SEM DESCONTO): '.
004330     MOVE ZEROS TO WRK-DESCONTO.
004340     ACCEPT WRK-DESCONTO.
004350     IF WRK-DESCONTO NOT < WRK-DIVIDA
004360         DISPLAY 'DESCONTO NAO PODE COBRIR A DIVIDA INTEIRA'
004370         GO TO 2000-PROPOR-EXIT.
004380     COMPUTE WRK-VALOR-ACORDO = WRK-DIVIDA - WRK-DESCONTO.
004390     DISPLAY 'QUANTIDADE DE PARCELAS (1 A 24): '.
004400     MOVE ZEROS TO WRK-QTDE-PARCELAS.
004410     ACCEPT WRK-QTDE-PARCELAS.
004420     IF NOT WRK-QTDE-PARCELAS-VALIDA
004430         DISPLAY 'QUANTIDADE DE PARCELAS INVALIDA'
004440         GO TO 2000-PROPOR-EXIT.
004450     DISPLAY 'PRIMEIRO VENCIMENTO AAAAMMDD (ZEROS = 30 '
004460         'DIAS): '.
004470     MOVE ZEROS TO WRK-DATA-DIGITADA.
004480     ACCEPT WRK-DATA-DIGITADA.
004490     IF WRK-DATA-DIGITADA = ZEROS
004500         MOVE 30 TO WRK-PRAZO
004510         CALL 'DIACORR' USING BY CONTENT WRK-DATASISTEMA
004520                              BY CONTENT WRK-PRAZO
004530                              BY REFERENCE WRK-VENCIMENTO
004540     ELSE
004550         IF NOT WRK-DD-MES-VALIDO OR NOT WRK-DD-DIA-VALIDO
004560             DISPLAY 'DATA INVALIDA'
004570             GO TO 2000-PROPOR-EXIT
004580         END-IF
004590         MOVE WRK-DATA-DIGITADA TO WRK-VENCIMENTO
004600     END-IF.
004610     IF WRK-VENCIMENTO NOT > WRK-DATASISTEMA
004620         DISPLAY 'PRIMEIRO VENCIMENTO DEVE SER FUTURO'
004630         GO TO 2000-PROPOR-EXIT.
004640     DISPLAY 'DIAS DE TOLERANCIA DE ATRASO DE PARCELA ANTES '
004650         'DA QUEBRA (ZEROS = 30): '.
004660     MOVE ZEROS TO WRK-DIAS-TOLERANCIA.
004670     ACCEPT WRK-DIAS-TOLERANCIA.
004680     IF WRK-DIAS-TOLERANCIA = ZEROS
004690         MOVE 30 TO WRK-DIAS-TOLERANCIA
004700     END-IF.
004710     COMPUTE WRK-VALOR-PARCELA =
004720         WRK-VALOR-ACORDO / WRK-QTDE-PARCELAS.
004730     MOVE WRK-VALOR-ACORDO TO WRK-VALOR-EDT.
004740     DISPLAY 'VALOR DO ACORDO...: ' WRK-VALOR-EDT.
004750     MOVE WRK-VALOR-PARCELA TO WRK-VALOR-EDT.
004760     DISPLAY WRK-QTDE-PARCELAS ' PARCELAS DE ' WRK-VALOR-EDT
004770         ' (A ULTIMA AJUSTA OS CENTAVOS) A PARTIR DE '
004780         WRK-VENCIMENTO.
004790     DISPLAY 'CONFIRMA O ACORDO (S/N)? '.
004800     MOVE 'N' TO WRK-CONFIRMA.
004810     ACCEPT WRK-CONFIRMA.
004820     IF NOT WRK-CONFIRMA-SIM
004830         DISPLAY 'NADA GRAVADO'
004840         GO TO 2000-PROPOR-EXIT.
004850     COMPUTE ACD-NUMERO = WRK-ULTIMO-ACORDO + 1.
004860     MOVE WRK-LOCATARIO TO ACD-LOCATARIO.
004870     MOVE WRK-NOME TO ACD-NOME.
004880     MOVE WRK-LOTE TO ACD-LOTE-ID.
004890     MOVE WRK-DATA-CORTE TO ACD-DATA-ACORDO.
004900     MOVE WRK-QTDE-FATURAS TO ACD-QTDE-FATURAS.
004910     MOVE WRK-PRINCIPAL TO ACD-PRINCIPAL.
004920     MOVE WRK-ENCARGOS TO ACD-ENCARGOS.
004930     MOVE WRK-DESCONTO TO ACD-DESCONTO.
004940     MOVE WRK-VALOR-ACORDO TO ACD-VALOR-ACORDO.
004950     MOVE WRK-QTDE-PARCELAS TO ACD-QTDE-PARCELAS.
004960     MOVE WRK-VENCIMENTO TO ACD-PRIMEIRO-VENCTO.
004970     MOVE WRK-DIAS-TOLERANCIA TO ACD-DIAS-TOLERANCIA.
004980     MOVE WRK-USUARIO TO ACD-PROPONENTE.
004990     MOVE SPACES TO ACD-APROVADOR.
005000     MOVE ZEROS TO ACD-DATA-EFETIVACAO ACD-DATA-ENCERRAMENTO
005010         ACD-VALOR-PAGO ACD-VALOR-RESTAURADO ACD-FATURA-SALDO.
005020     SET ACD-PENDENTE TO TRUE.
005030     WRITE ACD-RECORD
005040         INVALID KEY
005050             DISPLAY 'ERRO AO GRAVAR O ACORDO ' ACD-NUMERO
005060             GO TO 2000-PROPOR-EXIT
005070     END-WRITE.
005080     IF WRK-DESCONTO > ZEROS
005090         DISPLAY 'ACORDO ' ACD-NUMERO ' PENDENTE - O DESCONTO '
005100             'AGUARDA A APROVACAO DO SUPERVISOR (OPCAO 2)'
005110         GO TO 2000-PROPOR-EXIT.
005120     PERFORM 4000-EFETIVAR THRU 4000-EFETIVAR-EXIT.
005130 2000-PROPOR-EXIT.
005140     EXIT.
005150
005160*=========================================================
005170* APROVACAO DO DESCONTO PELO SUPERVISOR: AS FATURAS SAO
005180* LEVANTADAS DE NOVO NA DATA DO ACORDO E TEM DE BATER COM
005190* A PROPOSTA. QUEM PROPOS NAO APROVA O PROPRIO ACORDO.
005200*=========================================================
005210 3000-APROVAR.
005220     IF WRK-NIVEL < 3
005230         DISPLAY 'APROVACAO DE DESCONTO EXIGE SUPERVISOR '
005240             '(NIVEL 3)'
005250         GO TO 3000-APROVAR-EXIT.
005260     PERFORM 1500-LER-ACORDO THRU 1500-LER-ACORDO-EXIT.
005270     IF NOT WRK-ACORDO-ACHADO
005280         GO TO 3000-APROVAR-EXIT.
005290     IF NOT ACD-PENDENTE
005300         DISPLAY 'SO ACORDO PENDENTE PODE SER APROVADO - '
005310             'SITUACAO ' ACD-STATUS
005320         GO TO 3000-APROVAR-EXIT.
005330     IF ACD-PROPONENTE = WRK-USUARIO
005340             AND WRK-USUARIO NOT = SPACES
005350         DISPLAY 'ACORDO PROPOSTO PELO PROPRIO USUARIO - '
005360             'APROVACAO POR OUTRO SUPERVISOR'
005370         GO TO 3000-APROVAR-EXIT.
005380     IF ACD-PRIMEIRO-VENCTO NOT > WRK-DATASISTEMA
005390         DISPLAY 'PRIMEIRO VENCIMENTO JA PASSOU - RECUSE E '
005400             'REFACA O ACORDO'
005410         GO TO 3000-APROVAR-EXIT.
005420     MOVE ACD-LOCATARIO TO WRK-LOCATARIO.
005430     MOVE ACD-DATA-ACORDO TO WRK-DATA-CORTE.
005440     SET WRK-MODO-LEVANTAR TO TRUE.
005450     MOVE 'N' TO WRK-SW-LISTAR.
005460     PERFORM 1700-VARRER-FATURAS THRU 1700-VARRER-FATURAS-EXIT.
005470     IF WRK-QTDE-FATURAS NOT = ACD-QTDE-FATURAS
005480             OR WRK-PRINCIPAL NOT = ACD-PRINCIPAL
005490             OR WRK-ENCARGOS NOT = ACD-ENCARGOS
005500         DISPLAY 'AS FATURAS DO LOCATARIO MUDARAM DESDE A '
005510             'PROPOSTA - RECUSE E REFACA O ACORDO'
005520         GO TO 3000-APROVAR-EXIT.
005530     MOVE ACD-PRINCIPAL TO WRK-VALOR-EDT.
005540     DISPLAY 'LOCATARIO ' ACD-LOCATARIO ' ' ACD-NOME.
005550     DISPLAY 'PRINCIPAL.........: ' WRK-VALOR-EDT.
005560     MOVE ACD-ENCARGOS TO WRK-VALOR-EDT.
005570     DISPLAY 'MULTA E JUROS.....: ' WRK-VALOR-EDT.
005580     MOVE ACD-DESCONTO TO WRK-VALOR-EDT.
005590     DISPLAY 'DESCONTO..........: ' WRK-VALOR-EDT.
005600     MOVE ACD-VALOR-ACORDO TO WRK-VALOR-EDT.
005610     DISPLAY 'VALOR DO ACORDO...: ' WRK-VALOR-EDT
005620         ' EM ' ACD-QTDE-PARCELAS ' PARCELAS'.
005630     DISPLAY 'PROPOSTO POR ' ACD-PROPONENTE
005640         ' - APROVA O DESCONTO (S/N)? '.
005650     MOVE 'N' TO WRK-CONFIRMA.
005660     ACCEPT WRK-CONFIRMA.
005670     IF NOT WRK-CONFIRMA-SIM
005680         DISPLAY 'NADA ALTERADO'
005690         GO TO 3000-APROVAR-EXIT.
005700     MOVE WRK-USUARIO TO ACD-APROVADOR.
005710     PERFORM 4000-EFETIVAR THRU 4000-EFETIVAR-EXIT.
005720 3000-APROVAR-EXIT.
005730     EXIT.
005740
005750*=========================================================
005760* EFETIVACAO: RENEGOCIA AS FATURAS ORIGINAIS (SITUACAO N,
005770* BAIXA NO BANCO DA QUE ESTAVA EM COBRANCA), EMITE AS
005780* PARCELAS E ATIVA O ACORDO
005790*=========================================================
005800 4000-EFETIVAR.
005810     IF NOT WRK-BOLINSQ-DISPONIVEL
005820         DISPLAY 'FILA DE INSTRUCOES INDISPONIVEL - ACORDO '
005830             'NAO EFETIVADO'
005840         GO TO 4000-EFETIVAR-EXIT.
005850     MOVE ACD-LOCATARIO TO WRK-LOCATARIO.
005860     MOVE ACD-DATA-ACORDO TO WRK-DATA-CORTE.
005870     SET WRK-MODO-EFETIVAR TO TRUE.
005880     PERFORM 1700-VARRER-FATURAS THRU 1700-VARRER-FATURAS-EXIT.
005890     SET WRK-MODO-LEVANTAR TO TRUE.
005900     COMPUTE WRK-VALOR-PARCELA =
005910         ACD-VALOR-ACORDO / ACD-QTDE-PARCELAS.
005920     COMPUTE WRK-VALOR-ULTIMA = ACD-VALOR-ACORDO
005930         - WRK-VALOR-PARCELA * (ACD-QTDE-PARCELAS - 1).
005940     MOVE 1 TO WRK-SUB-PARCELA.
005950     PERFORM 4100-EMITIR-PARCELA THRU 4100-EMITIR-PARCELA-EXIT
005960         UNTIL WRK-SUB-PARCELA > ACD-QTDE-PARCELAS.
005970     SET ACD-ATIVO TO TRUE.
005980     MOVE WRK-DATASISTEMA TO ACD-DATA-EFETIVACAO.
005990     REWRITE ACD-RECORD
006000         INVALID KEY
006010             DISPLAY 'ERRO AO REGRAVAR O ACORDO ' ACD-NUMERO
006020         NOT INVALID KEY
006030             DISPLAY 'ACORDO ' ACD-NUMERO ' ATIVO - '
006040                 WRK-QTDE-FATURAS ' FATURAS RENEGOCIADAS, '
006050                 ACD-QTDE-PARCELAS ' PARCELAS EMITIDAS'
006060     END-REWRITE.
006070     IF WRK-QTDE-BAIXAS > ZEROS
006080         DISPLAY WRK-QTDE-BAIXAS ' BOLETOS EM COBRANCA COM '
006090             'BAIXA ENFILEIRADA PARA O BANCO'
006100     END-IF.
006110 4000-EFETIVAR-EXIT.
006120     EXIT.
006130
006140*=========================================================
006150* PARCELA K: FATURA NOVA NO VENCIMENTO DO PRIMEIRO MES MAIS
006160* K-1 MESES (DIA 29 A 31 VIRA 28), ROLADO PARA DIA UTIL
006170*=========================================================
006180 4100-EMITIR-PARCELA.
006190     MOVE ACD-PRIMEIRO-VENCTO TO WRK-DATA-PARCELA-NUM.
006200     COMPUTE WRK-DP-MES = WRK-DP-MES + WRK-SUB-PARCELA - 1.
006210     PERFORM 4110-AJUSTAR-MES THRU 4110-AJUSTAR-MES-EXIT
006220         UNTIL WRK-DP-MES NOT > 12.
006230     IF WRK-SUB-PARCELA > 1 AND WRK-DP-DIA > 28
006240         MOVE 28 TO WRK-DP-DIA
006250     END-IF.
006260     MOVE ZEROS TO WRK-PRAZO.
006270     CALL 'DIACORR' USING BY CONTENT WRK-DATA-PARCELA-NUM
006280                          BY CONTENT WRK-PRAZO
006290                          BY REFERENCE WRK-VENCIMENTO.
006300     ADD 1 TO WRK-ULTIMA-FATURA.
006310     MOVE WRK-ULTIMA-FATURA TO INV-NUMERO.
006320     MOVE ACD-LOTE-ID TO INV-LOTE-ID.
006330     MOVE ACD-LOCATARIO TO INV-LOCATARIO.
006340     MOVE ACD-NOME TO INV-NOME.
006350     MOVE ZEROS TO INV-AREA INV-VALOR-M2 INV-CERCA.
006360     MOVE 'BRL' TO INV-MOEDA.
006370     IF WRK-SUB-PARCELA = ACD-QTDE-PARCELAS
006380         MOVE WRK-VALOR-ULTIMA TO INV-VALOR-BRL
006390     ELSE
006400         MOVE WRK-VALOR-PARCELA TO INV-VALOR-BRL
006410     END-IF.
006420     MOVE WRK-DATASISTEMA TO INV-DATA-EMISSAO.
006430     MOVE WRK-VENCIMENTO TO INV-DATA-VENCIMENTO.
006440     MOVE ZEROS TO INV-DATA-PAGAMENTO.
006450     SET INV-ABERTA TO TRUE.
006460     MOVE ZEROS TO INV-MULTA INV-JUROS.
006470     MOVE SPACES TO INV-SW-ENCARGOS.
006480     MOVE ZEROS TO INV-CAM INV-ENERGIA INV-AGUA.
006490     MOVE ZEROS TO INV-VALOR-PAGO.
006500     MOVE SPACES TO INV-CANAL-PAGAMENTO.
006510     MOVE ZEROS TO INV-MANUTENCAO.
006520     MOVE ACD-NUMERO TO INV-ACORDO.
006530     MOVE WRK-SUB-PARCELA TO INV-PARCELA.
006540     SET INV-PARCELA-ACORDO TO TRUE.
006540     MOVE ZEROS TO INV-DATA-PERDA.
006540     MOVE SPACES TO INV-PERFIL-RETENCAO.
006540     MOVE ZEROS TO INV-RET-IRRF INV-RET-PIS INV-RET-COFINS
006540         INV-RET-CSLL INV-VALOR-RETIDO.
006550     WRITE INV-INVOICE-RECORD
006560         INVALID KEY
006570             DISPLAY 'ERRO AO GRAVAR A PARCELA ' WRK-SUB-PARCELA
006580                 ' - FATURA ' INV-NUMERO
006590     END-WRITE.
006600     ADD 1 TO WRK-SUB-PARCELA.
006610 4100-EMITIR-PARCELA-EXIT.
006620     EXIT.
006630
006640 4110-AJUSTAR-MES.
006650     SUBTRACT 12 FROM WRK-DP-MES.
006660     ADD 1 TO WRK-DP-ANO.
006670 4110-AJUSTAR-MES-EXIT.
006680     EXIT.
006690
006700*=========================================================
006710* FATURA ORIGINAL ENTRA NO ACORDO: SITUACAO N, DATA DO
006720* ACORDO COMO DATA DE BAIXA (CANAL A) E OS ENCARGOS
006730* CONSOLIDADOS; EM COBRANCA BANCARIA PEDE A BAIXA AO BANCO
006740*=========================================================
006750 4200-RENEGOCIAR-FATURA.
006760     IF INV-EM-COBRANCA
006770         PERFORM 4300-ENFILEIRAR-BAIXA
006780             THRU 4300-ENFILEIRAR-BAIXA-EXIT
006790     END-IF.
006800     SET INV-RENEGOCIADA TO TRUE.
006810     MOVE ACD-NUMERO TO INV-ACORDO.
006820     MOVE ZEROS TO INV-PARCELA.
006830     MOVE WRK-DATASISTEMA TO INV-DATA-PAGAMENTO.
006840     MOVE ZEROS TO INV-VALOR-PAGO.
006850     SET INV-BAIXA-ACORDO TO TRUE.
006860     MOVE WRK-MULTA TO INV-MULTA.
006870     MOVE WRK-JUROS TO INV-JUROS.
006880     MOVE SPACES TO INV-SW-ENCARGOS.
006890     REWRITE INV-INVOICE-RECORD
006900         INVALID KEY
006910             DISPLAY 'ERRO AO REGRAVAR A FATURA ' INV-NUMERO
006920     END-REWRITE.
006930 4200-RENEGOCIAR-FATURA-EXIT.
006940     EXIT.
006950
006960*=========================================================
006970* BOLETO REGISTRADO DA FATURA RENEGOCIADA: INSTRUCAO DE
006980* BAIXA (BX) NA FILA, PARA A REMESSA DE INSTRUCOES
006990* (PROGCOB71) AVISAR O BANCO - COMO NA BAIXA DO PROGCOB40
007000*=========================================================
007010 4300-ENFILEIRAR-BAIXA.
007020     MOVE 1 TO WRK-PROX-SEQ.
007030     SET WRK-VARREDURA-ATIVA TO TRUE.
007040     MOVE INV-NUMERO TO ISQ-NOSSO-NUMERO.
007050     MOVE ZEROS TO ISQ-SEQUENCIA.
007060     START INSTRUCTION-QUEUE KEY >= ISQ-CHAVE
007070         INVALID KEY
007080             SET WRK-FIM-VARREDURA TO TRUE
007090     END-START.
007100     IF WRK-BOLINSQ-STATUS NOT = '00'
007110         SET WRK-FIM-VARREDURA TO TRUE
007120     END-IF.
007130     PERFORM 4310-LER-INSTRUCAO THRU 4310-LER-INSTRUCAO-EXIT
007140         UNTIL WRK-FIM-VARREDURA.
007150     MOVE INV-NUMERO TO ISQ-NOSSO-NUMERO.
007160     MOVE WRK-PROX-SEQ TO ISQ-SEQUENCIA.
007170     MOVE 'BX' TO ISQ-OCORRENCIA.
007180     MOVE ZEROS TO ISQ-DATA-NOVA.
007190     MOVE WRK-DATASISTEMA TO ISQ-DATA-GERACAO.
007200     SET ISQ-PENDENTE TO TRUE.
007210     WRITE ISQ-RECORD
007220         INVALID KEY
007230             DISPLAY 'ERRO AO ENFILEIRAR BAIXA DO BOLETO '
007240                 INV-NUMERO
007250         NOT INVALID KEY
007260             ADD 1 TO WRK-QTDE-BAIXAS
007270     END-WRITE.
007280 4300-ENFILEIRAR-BAIXA-EXIT.
007290     EXIT.
007300
007310 4310-LER-INSTRUCAO.
007320     READ INSTRUCTION-QUEUE NEXT RECORD
007330         AT END
007340             SET WRK-FIM-VARREDURA TO TRUE
007350             GO TO 4310-LER-INSTRUCAO-EXIT
007360     END-READ.
007370     IF WRK-BOLINSQ-STATUS NOT = '00'
007380             OR ISQ-NOSSO-NUMERO NOT = INV-NUMERO
007390         SET WRK-FIM-VARREDURA TO TRUE
007400         GO TO 4310-LER-INSTRUCAO-EXIT.
007410     COMPUTE WRK-PROX-SEQ = ISQ-SEQUENCIA + 1.
007420 4310-LER-INSTRUCAO-EXIT.
007430     EXIT.
007440
007450*=========================================================
007460* RECUSA DE ACORDO PENDENTE: O SUPERVISOR RECUSA O
007470* DESCONTO OU O PROPONENTE DESISTE - NENHUMA FATURA FOI
007480* TOCADA
007490*=========================================================
007500 5000-RECUSAR.
007510     PERFORM 1500-LER-ACORDO THRU 1500-LER-ACORDO-EXIT.
007520     IF NOT WRK-ACORDO-ACHADO
007530         GO TO 5000-RECUSAR-EXIT.
007540     IF NOT ACD-PENDENTE
007550         DISPLAY 'SO ACORDO PENDENTE PODE SER RECUSADO - '
007560             'SITUACAO ' ACD-STATUS
007570         GO TO 5000-RECUSAR-EXIT.
007580     IF WRK-NIVEL < 3 AND ACD-PROPONENTE NOT = WRK-USUARIO
007590         DISPLAY 'RECUSA SO PELO SUPERVISOR (NIVEL 3) OU PELO '
007600             'PROPONENTE'
007610         GO TO 5000-RECUSAR-EXIT.
007620     DISPLAY 'RECUSA O ACORDO ' ACD-NUMERO ' DO LOCATARIO '
007630         ACD-LOCATARIO ' (S/N)? '.
007640     MOVE 'N' TO WRK-CONFIRMA.
007650     ACCEPT WRK-CONFIRMA.
007660     IF NOT WRK-CONFIRMA-SIM
007670         DISPLAY 'NADA ALTERADO'
007680         GO TO 5000-RECUSAR-EXIT.
007690     SET ACD-CANCELADO TO TRUE.
007700     MOVE WRK-USUARIO TO ACD-APROVADOR.
007710     MOVE WRK-DATASISTEMA TO ACD-DATA-ENCERRAMENTO.
007720     REWRITE ACD-RECORD
007730         INVALID KEY
007740             DISPLAY 'ERRO AO REGRAVAR O ACORDO ' ACD-NUMERO
007750         NOT INVALID KEY
007760             DISPLAY 'ACORDO RECUSADO'
007770     END-REWRITE.
007780 5000-RECUSAR-EXIT.
007790     EXIT.
007800
007810*=========================================================
007820* CONSULTA: DADOS DO ACORDO E AS FATURAS LIGADAS A ELE
007830* (ORIGINAIS, PARCELAS E SALDO RESTAURADO)
007840*=========================================================
007850 6000-CONSULTAR.
007860     PERFORM 1500-LER-ACORDO THRU 1500-LER-ACORDO-EXIT.
007870     IF NOT WRK-ACORDO-ACHADO
007880         GO TO 6000-CONSULTAR-EXIT.
007890     DISPLAY 'ACORDO ' ACD-NUMERO ' SITUACAO ' ACD-STATUS
007900         ' DE ' ACD-DATA-ACORDO.
007910     DISPLAY 'LOCATARIO ' ACD-LOCATARIO ' ' ACD-NOME
007920         ' LOTE ' ACD-LOTE-ID.
007930     MOVE ACD-PRINCIPAL TO WRK-VALOR-EDT.
007940     DISPLAY 'PRINCIPAL.........: ' WRK-VALOR-EDT
007950         ' EM ' ACD-QTDE-FATURAS ' FATURAS'.
007960     MOVE ACD-ENCARGOS TO WRK-VALOR-EDT.
007970     DISPLAY 'MULTA E JUROS.....: ' WRK-VALOR-EDT.
007980     MOVE ACD-DESCONTO TO WRK-VALOR-EDT.
007990     DISPLAY 'DESCONTO..........: ' WRK-VALOR-EDT.
008000     MOVE ACD-VALOR-ACORDO TO WRK-VALOR-EDT.
008010     DISPLAY 'VALOR DO ACORDO...: ' WRK-VALOR-EDT
008020         ' EM ' ACD-QTDE-PARCELAS ' PARCELAS A PARTIR DE '
008030         ACD-PRIMEIRO-VENCTO.
008040     DISPLAY 'TOLERANCIA ' ACD-DIAS-TOLERANCIA ' DIAS - '
008050         'PROPOSTO POR ' ACD-PROPONENTE ' APROVADO POR '
008060         ACD-APROVADOR ' EFETIVADO EM ' ACD-DATA-EFETIVACAO.
008070     IF ACD-ROMPIDO
008080         MOVE ACD-VALOR-PAGO TO WRK-VALOR-EDT
008090         DISPLAY 'ROMPIDO EM ' ACD-DATA-ENCERRAMENTO
008100             ' - PARCELAS PAGAS: ' WRK-VALOR-EDT
008110         MOVE ACD-VALOR-RESTAURADO TO WRK-VALOR-EDT
008120         DISPLAY 'SALDO RESTAURADO..: ' WRK-VALOR-EDT
008130             ' NA FATURA ' ACD-FATURA-SALDO
008140     END-IF.
008150     IF ACD-QUITADO
008160         DISPLAY 'QUITADO EM ' ACD-DATA-ENCERRAMENTO
008170     END-IF.
008180     DISPLAY 'FATURA O/PARC VENCTO          VALOR S PAGTO'.
008190     MOVE ZEROS TO INV-NUMERO.
008200     START RENT-INVOICES KEY NOT < INV-NUMERO
008210         INVALID KEY
008220             MOVE '10' TO WRK-RENTINV-STATUS
008230     END-START.
008240     PERFORM 6100-LISTAR-FATURA THRU 6100-LISTAR-FATURA-EXIT
008250         UNTIL WRK-RENTINV-EOF
008260            OR WRK-RENTINV-STATUS NOT = '00'.
008270     MOVE '00' TO WRK-RENTINV-STATUS.
008280 6000-CONSULTAR-EXIT.
008290     EXIT.
008300
008310 6100-LISTAR-FATURA.
008320     READ RENT-INVOICES NEXT RECORD
008330         AT END
008340             SET WRK-RENTINV-EOF TO TRUE
008350             GO TO 6100-LISTAR-FATURA-EXIT
008360     END-READ.
008370     IF WRK-RENTINV-STATUS NOT = '00'
008380         GO TO 6100-LISTAR-FATURA-EXIT.
008390     IF INV-LOCATARIO NOT = ACD-LOCATARIO
008400         GO TO 6100-LISTAR-FATURA-EXIT.
008410     IF NOT INV-GERADA-ACORDO AND NOT INV-RENEGOCIADA
008420         GO TO 6100-LISTAR-FATURA-EXIT.
008430     IF INV-ACORDO NOT = ACD-NUMERO
008440         GO TO 6100-LISTAR-FATURA-EXIT.
008450     MOVE INV-NUMERO TO WRK-LP-NUMERO.
008460     MOVE INV-ORIGEM TO WRK-LP-ORIGEM.
008470     MOVE INV-PARCELA TO WRK-LP-PARCELA.
008480     MOVE INV-DATA-VENCIMENTO TO WRK-LP-VENCIMENTO.
008490     MOVE INV-VALOR-BRL TO WRK-LP-VALOR.
008500     MOVE INV-STATUS TO WRK-LP-STATUS.
008510     MOVE INV-DATA-PAGAMENTO TO WRK-LP-PAGAMENTO.
008520     DISPLAY WRK-LINHA-PARCELA.
008530 6100-LISTAR-FATURA-EXIT.
008540     EXIT.
