000179*                PELO REAJUSTE ANUAL POR INDICE PROGCOB68)
000179*                QUANDO DIFERENTE DE ZEROS; CONTRATO SEM
000179*                TAXA PROPRIA CONTINUA NA RENTRATE GLOBAL.
000179* 15/10/2026 FT  CONSUMO MEDIDO DE ENERGIA E AGUA POR LOTE:
000179*                LE AS LEITURAS DO MES (LEITURAS), CONFERE
000179*                CADA UMA CONTRA O CADASTRO DE MEDIDORES
000179*                (MEDIDOR) E A MEDIA DO MEDIDOR - LEITURA
000179*                QUE REGRIDE OU PASSA DA TOLERANCIA DO
000179*                TARIFUTL FICA RETIDA (ERRGRV, RC 4) - E
000179*                COBRA O CONSUMO PELA TARIFA NAS LINHAS
000179*                PROPRIAS INV-ENERGIA/INV-AGUA DA FATURA. O
000179*                CONSUMO COBRADO E ABATIDO DAS CONTAS EN/AG
000179*                DO CAMCOST E SO O RESTANTE NAO MEDIDO ENTRA
000179*                NO RATEIO CAM. RELATORIO CONSRPT PROVA AS
000179*                LEITURAS.
000179* 15/10/2026 FT  FATURA NOVA SAI COM VALOR PAGO ZERADO E SEM
000179*                CANAL DE PAGAMENTO.
000179* 15/10/2026 FT  ORDENS DE SERVICO DE MANUTENCAO (ORDMANUT,
000179*                CONSOLE PROGCB100) FECHADAS E AINDA NAO
000179*                APROPRIADAS: RESPONSABILIDADE DO LOCATARIO
000179*                E COBRADA NA FATURA DO LOTE (INV-MANUTENCAO,
000179*                SOMADA NO VALOR-BRL) - ORDEM DE OUTRO
000179*                LOCATARIO OU DE LOTE SEM FATURA NO MES FICA
000179*                RETIDA (RC 4); DO PROPRIETARIO NAS AREAS
000179*                COMUNS (LOTE 00000) ENTRA NO CUSTO DO CAMCOST
000179*                PARA O RATEIO CAM; DO PROPRIETARIO NO LOTE
000179*                VAI PARA O CUSTO DO PROPRIO LOTE. A ORDEM
000179*                APROPRIADA RECEBE A COMPETENCIA (E A FATURA)
000179*                E O ALUGRPT LISTA O DESTINO DE CADA UMA.
000179* 15/10/2026 FT  FATURA DO FATURAMENTO GRAVADA SEM ACORDO DE
000179*                PARCELAMENTO (ACORDO, PARCELA E ORIGEM
000179*                ZERADOS).
000179* 15/10/2026 FT  FATURA GRAVADA COM A DATA DE BAIXA COMO
000179*                PERDA ZERADA.
000179* 15/10/2026 FT  RETENCAO DE IMPOSTOS NA FONTE PELO LOCATARIO
000179*                PESSOA JURIDICA: A FATURA GRAVA O PERFIL DO
000179*                CONTRATO (TEN-PERFIL-RETENCAO) E O IRRF,
000179*                PIS, COFINS E CSLL ESPERADOS SOBRE O VALOR
000179*                BRUTO, PELAS ALIQUOTAS DO TRIBPARM (DEFAULT
000179*                1,50/0,65/3,00/1,00 PORCENTO; IRRF OU SOMA
000179*                PIS/COFINS/CSLL ATE O MINIMO, DEFAULT 10,00,
000179*                NAO E RETIDO). RECALCULADA DEPOIS DO RATEIO
000179*                CAM. O ALUGRPT GANHA A SECAO DE RETENCAO:
000179*                BRUTO, RETIDO E LIQUIDO DE CADA FATURA.
000180***********************************************************
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000339     SELECT EXCHANGE-PARAMETERS ASSIGN TO 'CAMPARM'
000339         ORGANIZATION IS LINE SEQUENTIAL
000339         FILE STATUS IS ALG-CAMPARM-STATUS.
000339     SELECT TAX-PARAMETERS ASSIGN TO 'TRIBPARM'
000339         ORGANIZATION IS LINE SEQUENTIAL
000339         FILE STATUS IS ALG-TRIBPARM-STATUS.
000339     SELECT COMPANY-SELECTION ASSIGN TO 'COMPSEL'
000339         ORGANIZATION IS LINE SEQUENTIAL
000339         FILE STATUS IS ALG-COMPSEL-STATUS.
000339     SELECT METER-MASTER ASSIGN TO 'MEDIDOR'
000339         ORGANIZATION IS INDEXED
000339         ACCESS MODE IS RANDOM
000339         RECORD KEY IS MTR-CHAVE
000339         FILE STATUS IS ALG-MEDIDOR-STATUS.
000339     SELECT METER-READINGS ASSIGN TO 'LEITURAS'
000339         ORGANIZATION IS LINE SEQUENTIAL
000339         FILE STATUS IS ALG-LEITURA-STATUS.
000339     SELECT UTILITY-TARIFF ASSIGN TO 'TARIFUTL'
000339         ORGANIZATION IS LINE SEQUENTIAL
000339         FILE STATUS IS ALG-TARIFA-STATUS.
000339     SELECT CONSUMPTION-REPORT ASSIGN TO 'CONSRPT'
000339         ORGANIZATION IS LINE SEQUENTIAL
000339         FILE STATUS IS ALG-CONSRPT-STATUS.
000339     SELECT WORK-ORDERS ASSIGN TO 'ORDMANUT'
000339         ORGANIZATION IS INDEXED
000339         ACCESS MODE IS DYNAMIC
000339         RECORD KEY IS OMT-CHAVE
000339         FILE STATUS IS ALG-ORDMANUT-STATUS.
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  LOTS-FILE.
000421 01  ALG-CAM-LINE             PIC X(80).
000422 FD  EXCHANGE-PARAMETERS.
000424     COPY CAMPARM.
000424 FD  TAX-PARAMETERS.
000424     COPY TRIBPARM.
000426 FD  COMPANY-SELECTION.
000428     COPY COMPSEL.
000428 FD  METER-MASTER.
000428     COPY MEDIDOR.
000428 FD  METER-READINGS.
000428     COPY LEITURA.
000428 FD  UTILITY-TARIFF.
000428     COPY TARIFUTL.
000428 FD  CONSUMPTION-REPORT
000428     RECORD CONTAINS 90 CHARACTERS.
000428 01  ALG-CONS-LINE            PIC X(90).
000428 FD  WORK-ORDERS.
000428     COPY ORDMANUT.
000430 WORKING-STORAGE SECTION.
000430 01  ALG-AREA-EMPRESA.
000430     05  ALG-COMPSEL-STATUS   PIC X(02) VALUE '00'.
000430     05  ALG-UF-NACIONAL      PIC X(02) VALUE SPACES.
000430     05  ALG-SW-CAMBIO        PIC X(01) VALUE 'N'.
000430         88  ALG-CAMBIO-VELHO     VALUE 'S'.
000430 01  ALG-AREA-RETENCAO.
000430     05  ALG-TRIBPARM-STATUS  PIC X(02) VALUE '00'.
000430     05  ALG-ALIQ-IRRF        PIC 9(02)V99 VALUE 1,50.
000430     05  ALG-ALIQ-PIS         PIC 9(02)V99 VALUE 0,65.
000430     05  ALG-ALIQ-COFINS      PIC 9(02)V99 VALUE 3,00.
000430     05  ALG-ALIQ-CSLL        PIC 9(02)V99 VALUE 1,00.
000430     05  ALG-RET-MINIMO       PIC 9(04)V99 VALUE 10,00.
000430     05  ALG-RET-CSRF         PIC 9(08)V99 VALUE ZEROS.
000430     05  ALG-PRIMEIRA-FATURA  PIC 9(06) VALUE ZEROS.
000430     05  ALG-QTDE-RETENCOES   PIC 9(05) COMP VALUE ZEROS.
000430     05  ALG-RET-T-BRUTO      PIC 9(09)V99 COMP-3 VALUE ZEROS.
000430     05  ALG-RET-T-IRRF       PIC 9(09)V99 COMP-3 VALUE ZEROS.
000430     05  ALG-RET-T-CSRF       PIC 9(09)V99 COMP-3 VALUE ZEROS.
000430     05  ALG-RET-T-RETIDO     PIC 9(09)V99 COMP-3 VALUE ZEROS.
000430     05  ALG-RET-T-LIQUIDO    PIC 9(09)V99 COMP-3 VALUE ZEROS.
000430 01  ALG-CABECALHO-RETENCAO.
000430     05  FILLER               PIC X(34) VALUE
000430         ' FATURA LOTE  LOC. P         BRUTO'.
000430     05  FILLER               PIC X(26) VALUE
000430         '         IRRF PIS/COF/CSLL'.
000430     05  FILLER               PIC X(28) VALUE
000430         '        RETIDO       LIQUIDO'.
000430     05  FILLER               PIC X(02) VALUE SPACES.
000430 01  ALG-LINHA-RETENCAO.
000430     05  ALG-RT-IDENTIFICACAO.
000430         10  FILLER           PIC X(01) VALUE SPACES.
000430         10  ALG-RT-FATURA    PIC 9(06).
000430         10  FILLER           PIC X(01) VALUE SPACES.
000430         10  ALG-RT-LOTE      PIC 9(05).
000430         10  FILLER           PIC X(01) VALUE SPACES.
000430         10  ALG-RT-LOCATARIO PIC 9(04).
000430         10  FILLER           PIC X(01) VALUE SPACES.
000430         10  ALG-RT-PERFIL    PIC X(01).
000430     05  FILLER               PIC X(01) VALUE SPACES.
000430     05  ALG-RT-BRUTO         PIC ZZ.ZZZ.ZZ9,99.
000430     05  FILLER               PIC X(01) VALUE SPACES.
000430     05  ALG-RT-IRRF          PIC Z.ZZZ.ZZ9,99.
000430     05  FILLER               PIC X(01) VALUE SPACES.
000430     05  ALG-RT-CSRF          PIC Z.ZZZ.ZZ9,99.
000430     05  FILLER               PIC X(01) VALUE SPACES.
000430     05  ALG-RT-RETIDO        PIC ZZ.ZZZ.ZZ9,99.
000430     05  FILLER               PIC X(01) VALUE SPACES.
000430     05  ALG-RT-LIQUIDO       PIC ZZ.ZZZ.ZZ9,99.
000430     05  FILLER               PIC X(02) VALUE SPACES.
000431 01  ALG-AREA-ERRGRV.
000432     05  ALG-ERR-PROGRAMA    PIC X(09) VALUE 'PROGCOB18'.
000433     05  ALG-ERR-SEVERIDADE  PIC X(01) VALUE 'E'.
000487     05  ALG-CAM-VALOR-EDT    PIC ZZZ.ZZZ.ZZ9,99.
000487     05  ALG-CAM-AREA-EDT     PIC ZZZ.ZZ9,99.

000487*    LEITURAS DO MES DOS MEDIDORES, CARREGADAS UMA VEZ NO
000487*    INICIO E COBRADAS NA FATURA DO LOTE
000487 01  ALG-TABELA-LEITURAS.
000487     05  ALG-QTDE-LEITURAS    PIC 9(03) COMP VALUE ZEROS.
000487     05  ALG-LEI-ITEM OCCURS 400 TIMES
000487             INDEXED BY ALG-IX-LEI.
000487         10  ALG-L-LOTE       PIC 9(05).
000487         10  ALG-L-TIPO       PIC X(01).
000487         10  ALG-L-ANTERIOR   PIC 9(07)V99.
000487         10  ALG-L-ATUAL      PIC 9(07)V99.
000487         10  ALG-L-DATA       PIC 9(08).
000487         10  ALG-L-SW-USADA   PIC X(01).
000487             88  ALG-L-USADA      VALUE 'S'.
000487 77  ALG-SUB-LEI              PIC 9(03) COMP VALUE ZEROS.

000487*    TARIFAS POR TIPO (1 = ENERGIA, 2 = AGUA) COM O CONSUMO
000487*    COBRADO NO MES E A CONTA DO CAMCOST A SER ABATIDA
000487 01  ALG-TABELA-TARIFAS.
000487     05  ALG-TRF-ITEM OCCURS 2 TIMES
000487             INDEXED BY ALG-IX-TRF.
000487         10  ALG-TF-TIPO      PIC X(01) VALUE SPACES.
000487         10  ALG-TF-NOME      PIC X(07) VALUE SPACES.
000487         10  ALG-TF-VALOR     PIC 9(03)V9999 VALUE ZEROS.
000487         10  ALG-TF-PCT       PIC 9(03) VALUE ZEROS.
000487         10  ALG-TF-MEDIDO    PIC 9(09)V99 COMP-3 VALUE ZEROS.
000487         10  ALG-TF-CONTA     PIC 9(09)V99 COMP-3 VALUE ZEROS.
000487 77  ALG-SUB-TRF              PIC 9(01) COMP VALUE ZEROS.

000487 01  ALG-AREA-CONSUMO.
000487     05  ALG-MEDIDOR-STATUS   PIC X(02) VALUE '00'.
000487     05  ALG-LEITURA-STATUS   PIC X(02) VALUE '00'.
000487         88  ALG-LEITURA-EOF          VALUE '10'.
000487     05  ALG-TARIFA-STATUS    PIC X(02) VALUE '00'.
000487         88  ALG-TARIFA-EOF           VALUE '10'.
000487     05  ALG-CONSRPT-STATUS   PIC X(02) VALUE '00'.
000487     05  ALG-SW-MEDIDOR       PIC X(01) VALUE 'N'.
000487         88  ALG-MEDIDOR-DISPONIVEL   VALUE 'S'.
000487     05  ALG-SW-LEITURA       PIC X(01) VALUE 'N'.
000487         88  ALG-LEITURA-VALIDA       VALUE 'S'.
000487     05  ALG-SW-REFATURA      PIC X(01) VALUE 'N'.
000487         88  ALG-LEITURA-REFATURADA   VALUE 'S'.
000487     05  ALG-MOTIVO-LEITURA   PIC X(20) VALUE SPACES.
000487     05  ALG-BASE-LEITURA     PIC 9(07)V99 VALUE ZEROS.
000487     05  ALG-CONSUMO          PIC 9(07)V99 VALUE ZEROS.
000487     05  ALG-MEDIA-LEITURA    PIC 9(07)V99 VALUE ZEROS.
000487     05  ALG-LIMITE-CONSUMO   PIC 9(08)V99 VALUE ZEROS.
000487     05  ALG-PCT-TOLERANCIA   PIC 9(03) VALUE ZEROS.
000487     05  ALG-VALOR-CONSUMO    PIC 9(07)V99 VALUE ZEROS.
000487     05  ALG-ABATIMENTO       PIC 9(09)V99 COMP-3 VALUE ZEROS.
000487     05  ALG-QTDE-RETIDAS     PIC 9(05) COMP VALUE ZEROS.
000487     05  ALG-QTDE-SEM-FATURA  PIC 9(05) COMP VALUE ZEROS.
000487 01  ALG-LINHA-CONS-CABEC.
000487     05  FILLER               PIC X(09) VALUE ' LOTE   T'.
000487     05  FILLER               PIC X(24) VALUE
000487         '    ANTERIOR       ATUAL'.
000487     05  FILLER               PIC X(24) VALUE
000487         '     CONSUMO       MEDIA'.
000487     05  FILLER               PIC X(21) VALUE
000487         '      VALOR  SITUACAO'.
000487 01  ALG-LINHA-CONSUMO.
000487     05  FILLER               PIC X(01) VALUE SPACES.
000487     05  ALG-C-LOTE           PIC 9(05).
000487     05  FILLER               PIC X(02) VALUE SPACES.
000487     05  ALG-C-TIPO           PIC X(01).
000487     05  FILLER               PIC X(01) VALUE SPACES.
000487     05  ALG-C-ANTERIOR       PIC ZZZZ.ZZ9,99.
000487     05  FILLER               PIC X(01) VALUE SPACES.
000487     05  ALG-C-ATUAL          PIC ZZZZ.ZZ9,99.
000487     05  FILLER               PIC X(01) VALUE SPACES.
000487     05  ALG-C-CONSUMO        PIC ZZZZ.ZZ9,99.
000487     05  FILLER               PIC X(01) VALUE SPACES.
000487     05  ALG-C-MEDIA          PIC ZZZZ.ZZ9,99.
000487     05  FILLER               PIC X(01) VALUE SPACES.
000487     05  ALG-C-VALOR          PIC ZZZ.ZZ9,99.
000487     05  FILLER               PIC X(02) VALUE SPACES.
000487     05  ALG-C-SITUACAO       PIC X(20).

000487*    ORDENS DE MANUTENCAO FECHADAS AINDA NAO APROPRIADAS,
000487*    CARREGADAS UMA VEZ NO INICIO COM O DESTINO DE CADA UMA:
000487*    P = A COBRAR DO LOCATARIO, C = COBRADA NA FATURA,
000487*    D = LOCATARIO DIFERENTE DO DA FATURA, R = NO RATEIO
000487*    CAM, N = AREA COMUM SEM CAMCOST, L = CUSTO DO LOTE
000487 01  ALG-TABELA-MANUTENCAO.
000487     05  ALG-QTDE-ORDENS      PIC 9(03) COMP VALUE ZEROS.
000487     05  ALG-MAN-ITEM OCCURS 300 TIMES
000487             INDEXED BY ALG-IX-MAN.
000487         10  ALG-M-LOTE       PIC 9(05).
000487         10  ALG-M-NUMERO     PIC 9(05).
000487         10  ALG-M-RESPONSAVEL PIC X(01).
000487         10  ALG-M-LOCATARIO  PIC 9(04).
000487         10  ALG-M-CUSTO      PIC 9(07)V99.
000487         10  ALG-M-FATURA     PIC 9(06).
000487         10  ALG-M-DESTINO    PIC X(01).
000487             88  ALG-M-A-COBRAR       VALUE 'P'.
000487             88  ALG-M-COBRADA        VALUE 'C'.
000487             88  ALG-M-DIVERGENTE     VALUE 'D'.
000487             88  ALG-M-RATEIO         VALUE 'R'.
000487             88  ALG-M-SEM-CAMCOST    VALUE 'N'.
000487             88  ALG-M-CUSTO-LOTE     VALUE 'L'.
000487 77  ALG-SUB-MAN              PIC 9(03) COMP VALUE ZEROS.

000487 01  ALG-AREA-MANUTENCAO.
000487     05  ALG-ORDMANUT-STATUS  PIC X(02) VALUE '00'.
000487         88  ALG-ORDMANUT-EOF         VALUE '10'.
000487     05  ALG-SW-ORDMANUT      PIC X(01) VALUE 'N'.
000487         88  ALG-ORDMANUT-DISPONIVEL  VALUE 'S'.
000487     05  ALG-SW-CAM-RATEADO   PIC X(01) VALUE 'N'.
000487         88  ALG-CAM-FOI-RATEADO      VALUE 'S'.
000487     05  ALG-QTDE-OS-RETIDAS  PIC 9(05) COMP VALUE ZEROS.
000487 01  ALG-LINHA-MANUTENCAO.
000487     05  FILLER               PIC X(01) VALUE SPACES.
000487     05  ALG-MN-LOTE          PIC 9(05).
000487     05  FILLER               PIC X(01) VALUE '/'.
000487     05  ALG-MN-NUMERO        PIC 9(05).
000487     05  FILLER               PIC X(02) VALUE SPACES.
000487     05  ALG-MN-RESPONSAVEL   PIC X(01).
000487     05  FILLER               PIC X(02) VALUE SPACES.
000487     05  ALG-MN-CUSTO         PIC Z.ZZZ.ZZ9,99.
000487     05  FILLER               PIC X(02) VALUE SPACES.
000487     05  ALG-MN-SITUACAO      PIC X(45).

000488*    SEGMENTOS ADICIONAIS DE LOTES IRREGULARES, CARREGADOS
000488*    UMA VEZ NO INICIO
000488 01  ALG-TABELA-SEGMENTOS.
000838             MOVE 8 TO RETURN-CODE
000839         END-IF
000839     END-IF.
000839     IF ALG-QTDE-RETIDAS > ZEROS AND RETURN-CODE = ZERO
000839         DISPLAY 'LEITURAS DE CONSUMO RETIDAS: '
000839             ALG-QTDE-RETIDAS ' - VER CONSRPT - RC 4'
000839         MOVE 4 TO RETURN-CODE
000839     END-IF.
000839     IF ALG-QTDE-OS-RETIDAS > ZEROS AND RETURN-CODE = ZERO
000839         DISPLAY 'ORDENS DE MANUTENCAO RETIDAS: '
000839             ALG-QTDE-OS-RETIDAS ' - VER ALUGRPT - RC 4'
000839         MOVE 4 TO RETURN-CODE
000839     END-IF.
000840     STOP RUN.

000850 1000-INICIALIZAR.
000852         END-READ
000852         CLOSE EXCHANGE-PARAMETERS
000852     END-IF.
000852     OPEN INPUT TAX-PARAMETERS.
000852     IF ALG-TRIBPARM-STATUS = '00'
000852         READ TAX-PARAMETERS
000852             AT END
000852                 CONTINUE
000852             NOT AT END
000852                 MOVE TRB-ALIQ-IRRF TO ALG-ALIQ-IRRF
000852                 MOVE TRB-ALIQ-PIS TO ALG-ALIQ-PIS
000852                 MOVE TRB-ALIQ-COFINS TO ALG-ALIQ-COFINS
000852                 MOVE TRB-ALIQ-CSLL TO ALG-ALIQ-CSLL
000852                 MOVE TRB-VALOR-MINIMO TO ALG-RET-MINIMO
000852         END-READ
000852         CLOSE TAX-PARAMETERS
000852     END-IF.
000853     MOVE ALG-DATA-ANO TO ALG-MI-ANO ALG-MF-ANO.
000854     MOVE ALG-DATA-MES TO ALG-MI-MES ALG-MF-MES.
000855     PERFORM 1100-DIAS-DO-MES THRU 1100-DIAS-DO-MES-EXIT.
000879     PERFORM 1200-ABRIR-FATURAS THRU 1200-ABRIR-FATURAS-EXIT.
000879     PERFORM 1400-CARREGAR-CUSTOS
000879         THRU 1400-CARREGAR-CUSTOS-EXIT.
000879     PERFORM 1500-CARREGAR-CONSUMO
000879         THRU 1500-CARREGAR-CONSUMO-EXIT.
000879     PERFORM 1600-CARREGAR-MANUTENCAO
000879         THRU 1600-CARREGAR-MANUTENCAO-EXIT.
000879     PERFORM 1300-CARREGAR-SEGMENTOS
000879         THRU 1300-CARREGAR-SEGMENTOS-EXIT.
000880     OPEN INPUT RENT-RATE.
001079             OR ALG-RENTINV-STATUS NOT = '00'.
001079     MOVE '00' TO ALG-RENTINV-STATUS.
001079     ADD 1 TO ALG-PROXIMA-FATURA.
001079     MOVE ALG-PROXIMA-FATURA TO ALG-PRIMEIRA-FATURA.
001079 1200-ABRIR-FATURAS-EXIT.
001079     EXIT.


001079 1410-SOMAR-CUSTO.
001079     ADD CSH-VALOR TO ALG-CAM-CUSTO-TOTAL.
001079     IF CSH-CONTA-ENERGIA
001079         ADD CSH-VALOR TO ALG-TF-CONTA (1)
001079     END-IF.
001079     IF CSH-CONTA-AGUA
001079         ADD CSH-VALOR TO ALG-TF-CONTA (2)
001079     END-IF.
001079     MOVE CSH-VALOR TO ALG-CAM-VALOR-EDT.
001079     MOVE SPACES TO ALG-CAM-LINE.
001079     STRING 'CUSTO ' CSH-TIPO ' ' CSH-DESCRICAO
001079 1410-SOMAR-CUSTO-EXIT.
001079     EXIT.

001079*=========================================================
001079* CONSUMO MEDIDO: SEM O CADASTRO DE MEDIDORES NADA E
001079* COBRADO POR LEITURA E ENERGIA/AGUA FICAM INTEIRAS NO
001079* RATEIO CAM, COMO ANTES. TARIFA E LEITURAS SAO CARREGADAS
001079* EM TABELA PARA A COBRANCA NA FATURA DE CADA LOTE.
001079*=========================================================
001079 1500-CARREGAR-CONSUMO.
001079     MOVE 'E' TO ALG-TF-TIPO (1).
001079     MOVE 'ENERGIA' TO ALG-TF-NOME (1).
001079     MOVE 'A' TO ALG-TF-TIPO (2).
001079     MOVE 'AGUA' TO ALG-TF-NOME (2).
001079     OPEN I-O METER-MASTER.
001079     IF ALG-MEDIDOR-STATUS NOT = '00'
001079         DISPLAY 'CADASTRO DE MEDIDORES AUSENTE - ENERGIA E '
001079             'AGUA SO PELO RATEIO CAM'
001079         GO TO 1500-CARREGAR-CONSUMO-EXIT.
001079     SET ALG-MEDIDOR-DISPONIVEL TO TRUE.
001079     OPEN OUTPUT CONSUMPTION-REPORT.
001079     MOVE '=== CONSUMO MEDIDO DE ENERGIA E AGUA POR LOTE ==='
001079         TO ALG-CONS-LINE.
001079     WRITE ALG-CONS-LINE.
001079     WRITE ALG-CONS-LINE FROM ALG-LINHA-CONS-CABEC.
001079     OPEN INPUT UTILITY-TARIFF.
001079     IF ALG-TARIFA-STATUS = '00'
001079         READ UTILITY-TARIFF
001079             AT END SET ALG-TARIFA-EOF TO TRUE
001079         END-READ
001079         PERFORM 1510-GUARDAR-TARIFA
001079             THRU 1510-GUARDAR-TARIFA-EXIT
001079             UNTIL ALG-TARIFA-EOF
001079         CLOSE UTILITY-TARIFF
001079     ELSE
001079         DISPLAY 'TABELA DE TARIFAS AUSENTE - LEITURAS SERAO '
001079             'RETIDAS'
001079     END-IF.
001079     OPEN INPUT METER-READINGS.
001079     IF ALG-LEITURA-STATUS NOT = '00'
001079         DISPLAY 'ARQUIVO DE LEITURAS AUSENTE - SEM COBRANCA '
001079             'DE CONSUMO NO MES'
001079         GO TO 1500-CARREGAR-CONSUMO-EXIT.
001079     READ METER-READINGS
001079         AT END SET ALG-LEITURA-EOF TO TRUE
001079     END-READ.
001079     PERFORM 1520-GUARDAR-LEITURA
001079         THRU 1520-GUARDAR-LEITURA-EXIT
001079         UNTIL ALG-LEITURA-EOF.
001079     CLOSE METER-READINGS.
001079 1500-CARREGAR-CONSUMO-EXIT.
001079     EXIT.

001079 1510-GUARDAR-TARIFA.
001079     IF TRF-TIPO = 'E'
001079         MOVE TRF-VALOR-UNITARIO TO ALG-TF-VALOR (1)
001079         MOVE TRF-PCT-TOLERANCIA TO ALG-TF-PCT (1)
001079     END-IF.
001079     IF TRF-TIPO = 'A'
001079         MOVE TRF-VALOR-UNITARIO TO ALG-TF-VALOR (2)
001079         MOVE TRF-PCT-TOLERANCIA TO ALG-TF-PCT (2)
001079     END-IF.
001079     READ UTILITY-TARIFF
001079         AT END SET ALG-TARIFA-EOF TO TRUE
001079     END-READ.
001079 1510-GUARDAR-TARIFA-EXIT.
001079     EXIT.

001079 1520-GUARDAR-LEITURA.
001079*    TABELA CHEIA: A LEITURA EXCEDENTE NAO E COBRADA E O
001079*    CONSUMO DELA FICA NO RATEIO CAM
001079     IF ALG-QTDE-LEITURAS < 400
001079         ADD 1 TO ALG-QTDE-LEITURAS
001079         SET ALG-IX-LEI TO ALG-QTDE-LEITURAS
001079         MOVE LEI-LOTE-ID TO ALG-L-LOTE (ALG-IX-LEI)
001079         MOVE LEI-TIPO TO ALG-L-TIPO (ALG-IX-LEI)
001079         MOVE LEI-LEITURA-ANTERIOR
001079             TO ALG-L-ANTERIOR (ALG-IX-LEI)
001079         MOVE LEI-LEITURA-ATUAL TO ALG-L-ATUAL (ALG-IX-LEI)
001079         MOVE LEI-DATA-LEITURA TO ALG-L-DATA (ALG-IX-LEI)
001079         MOVE 'N' TO ALG-L-SW-USADA (ALG-IX-LEI)
001079     ELSE
001079         DISPLAY 'TABELA DE LEITURAS CHEIA - LEITURA DO LOTE '
001079             LEI-LOTE-ID ' NAO COBRADA'
001079         ADD 1 TO ALG-QTDE-RETIDAS
001079     END-IF.
001079     READ METER-READINGS
001079         AT END SET ALG-LEITURA-EOF TO TRUE
001079     END-READ.
001079 1520-GUARDAR-LEITURA-EXIT.
001079     EXIT.

001079*=========================================================
001079* ORDENS DE MANUTENCAO FECHADAS SEM COMPETENCIA: AS DO
001079* PROPRIETARIO NAS AREAS COMUNS ENTRAM AGORA NO CUSTO DO
001079* RATEIO CAM (LINHA NO CAMRPT) - SEM O CAMCOST NAO HA
001079* RATEIO NO MES E ELAS ESPERAM O PROXIMO; AS DO LOCATARIO
001079* SAO COBRADAS NA EMISSAO DA FATURA DO LOTE
001079*=========================================================
001079 1600-CARREGAR-MANUTENCAO.
001079     OPEN I-O WORK-ORDERS.
001079     IF ALG-ORDMANUT-STATUS NOT = '00'
001079         DISPLAY 'ARQUIVO DE ORDENS DE MANUTENCAO AUSENTE - '
001079             'SEM COBRANCA DE MANUTENCAO NO MES'
001079         GO TO 1600-CARREGAR-MANUTENCAO-EXIT.
001079     SET ALG-ORDMANUT-DISPONIVEL TO TRUE.
001079     MOVE ZEROS TO OMT-CHAVE.
001079     START WORK-ORDERS KEY NOT < OMT-CHAVE
001079         INVALID KEY
001079             SET ALG-ORDMANUT-EOF TO TRUE
001079     END-START.
001079     IF NOT ALG-ORDMANUT-EOF
001079         READ WORK-ORDERS NEXT RECORD
001079             AT END SET ALG-ORDMANUT-EOF TO TRUE
001079         END-READ
001079     END-IF.
001079     PERFORM 1610-GUARDAR-ORDEM THRU 1610-GUARDAR-ORDEM-EXIT
001079         UNTIL ALG-ORDMANUT-EOF.
001079     MOVE '00' TO ALG-ORDMANUT-STATUS.
001079 1600-CARREGAR-MANUTENCAO-EXIT.
001079     EXIT.

001079 1610-GUARDAR-ORDEM.
001079     IF NOT OMT-FECHADA OR OMT-COMPETENCIA NOT = ZEROS
001079         GO TO 1610-GUARDAR-ORDEM-LER.
001079*    TABELA CHEIA: A ORDEM EXCEDENTE FICA PARA O PROXIMO MES
001079     IF ALG-QTDE-ORDENS NOT < 300
001079         DISPLAY 'TABELA DE ORDENS CHEIA - ORDEM ' OMT-LOTE-ID
001079             '/' OMT-NUMERO ' FICA PARA O PROXIMO MES'
001079         GO TO 1610-GUARDAR-ORDEM-LER.
001079     ADD 1 TO ALG-QTDE-ORDENS.
001079     SET ALG-IX-MAN TO ALG-QTDE-ORDENS.
001079     MOVE OMT-LOTE-ID TO ALG-M-LOTE (ALG-IX-MAN).
001079     MOVE OMT-NUMERO TO ALG-M-NUMERO (ALG-IX-MAN).
001079     MOVE OMT-RESPONSAVEL TO ALG-M-RESPONSAVEL (ALG-IX-MAN).
001079     MOVE OMT-LOCATARIO TO ALG-M-LOCATARIO (ALG-IX-MAN).
001079     MOVE OMT-CUSTO TO ALG-M-CUSTO (ALG-IX-MAN).
001079     MOVE ZEROS TO ALG-M-FATURA (ALG-IX-MAN).
001079     EVALUATE TRUE
001079         WHEN OMT-AREA-COMUM AND ALG-CAMCOST-EOF
001079             SET ALG-M-RATEIO (ALG-IX-MAN) TO TRUE
001079             ADD OMT-CUSTO TO ALG-CAM-CUSTO-TOTAL
001079             MOVE OMT-CUSTO TO ALG-CAM-VALOR-EDT
001079             MOVE SPACES TO ALG-CAM-LINE
001079             STRING 'MANUTENCAO OS ' OMT-NUMERO ' '
001079                    OMT-DESCRICAO (1:25)
001079                    ' VALOR ' ALG-CAM-VALOR-EDT
001079                 DELIMITED BY SIZE INTO ALG-CAM-LINE
001079             WRITE ALG-CAM-LINE
001079         WHEN OMT-AREA-COMUM
001079             SET ALG-M-SEM-CAMCOST (ALG-IX-MAN) TO TRUE
001079         WHEN OMT-RESP-LOCATARIO
001079             SET ALG-M-A-COBRAR (ALG-IX-MAN) TO TRUE
001079         WHEN OTHER
001079             SET ALG-M-CUSTO-LOTE (ALG-IX-MAN) TO TRUE
001079     END-EVALUATE.
001079 1610-GUARDAR-ORDEM-LER.
001079     READ WORK-ORDERS NEXT RECORD
001079         AT END SET ALG-ORDMANUT-EOF TO TRUE
001079     END-READ.
001079 1610-GUARDAR-ORDEM-EXIT.
001079     EXIT.

001079 1300-CARREGAR-SEGMENTOS.
001079     OPEN INPUT LOT-SEGMENTS.
001079     IF ALG-LOTSEG-STATUS NOT = '00'
001284     IF ALG-TENANT-DISPONIVEL
001284         MOVE TEN-CODIGO TO INV-LOCATARIO
001284         MOVE TEN-NOME TO INV-NOME
001284         MOVE TEN-PERFIL-RETENCAO TO INV-PERFIL-RETENCAO
001284     ELSE
001284         MOVE ZEROS TO INV-LOCATARIO
001284         MOVE SPACES TO INV-NOME
001284         MOVE SPACES TO INV-PERFIL-RETENCAO
001284     END-IF.
001284     MOVE ALG-AREA-CALCULADA TO INV-AREA.
001284     MOVE ALG-VALOR-M2-LOTE TO INV-VALOR-M2.
001284     MOVE ZEROS TO INV-MULTA INV-JUROS.
001284     MOVE SPACES TO INV-SW-ENCARGOS.
001284     MOVE ZEROS TO INV-CAM.
001284     PERFORM 2190-FATURAR-CONSUMO
001284         THRU 2190-FATURAR-CONSUMO-EXIT.
001284     PERFORM 2197-COBRAR-MANUTENCAO
001284         THRU 2197-COBRAR-MANUTENCAO-EXIT.
001284     PERFORM 2185-CALCULAR-RETENCAO
001284         THRU 2185-CALCULAR-RETENCAO-EXIT.
001284     WRITE INV-INVOICE-RECORD
001284         INVALID KEY
001284             DISPLAY 'ERRO AO GRAVAR A FATURA ' INV-NUMERO
001284 2180-EMITIR-FATURA-EXIT.
001284     EXIT.

001284*=========================================================
001284* RETENCAO NA FONTE ESPERADA DO LOCATARIO PESSOA JURIDICA,
001284* SOBRE O VALOR BRUTO DA FATURA, PELO PERFIL GRAVADO NELA:
001284* IRRF ATE O MINIMO NAO E RETIDO; PIS, COFINS E CSLL SO
001284* SAO RETIDOS SE A SOMA DOS TRES PASSAR DO MINIMO
001284*=========================================================
001284 2185-CALCULAR-RETENCAO.
001284     MOVE ZEROS TO INV-RET-IRRF INV-RET-PIS INV-RET-COFINS
001284         INV-RET-CSLL INV-VALOR-RETIDO.
001284     IF INV-RETEM-IRRF
001284         COMPUTE INV-RET-IRRF ROUNDED =
001284             INV-VALOR-BRL * ALG-ALIQ-IRRF / 100
001284         IF INV-RET-IRRF NOT > ALG-RET-MINIMO
001284             MOVE ZEROS TO INV-RET-IRRF
001284         END-IF
001284     END-IF.
001284     IF INV-RETEM-CSRF
001284         COMPUTE INV-RET-PIS ROUNDED =
001284             INV-VALOR-BRL * ALG-ALIQ-PIS / 100
001284         COMPUTE INV-RET-COFINS ROUNDED =
001284             INV-VALOR-BRL * ALG-ALIQ-COFINS / 100
001284         COMPUTE INV-RET-CSLL ROUNDED =
001284             INV-VALOR-BRL * ALG-ALIQ-CSLL / 100
001284         COMPUTE ALG-RET-CSRF =
001284             INV-RET-PIS + INV-RET-COFINS + INV-RET-CSLL
001284         IF ALG-RET-CSRF NOT > ALG-RET-MINIMO
001284             MOVE ZEROS TO INV-RET-PIS INV-RET-COFINS
001284                 INV-RET-CSLL
001284         END-IF
001284     END-IF.
001284     COMPUTE INV-VALOR-RETIDO = INV-RET-IRRF + INV-RET-PIS
001284         + INV-RET-COFINS + INV-RET-CSLL.
001284 2185-CALCULAR-RETENCAO-EXIT.
001284     EXIT.

001284*=========================================================
001284* CONSUMO MEDIDO DO LOTE: CADA LEITURA DO MES CONFERIDA E
001284* COBRADA PELA TARIFA VIRA A LINHA DE ENERGIA OU DE AGUA
001284* DA FATURA (JA SOMADA NO VALOR-BRL); LEITURA RETIDA NAO
001284* E COBRADA E NAO MEXE NO MEDIDOR - O CONSUMO DELA ENTRA
001284* NA LEITURA SEGUINTE
001284*=========================================================
001284 2190-FATURAR-CONSUMO.
001284     MOVE ZEROS TO INV-ENERGIA INV-AGUA.
001284     MOVE ZEROS TO INV-VALOR-PAGO.
001284     MOVE SPACES TO INV-CANAL-PAGAMENTO.
001284     MOVE ZEROS TO INV-ACORDO INV-PARCELA.
001284     MOVE SPACES TO INV-ORIGEM.
001284     MOVE ZEROS TO INV-DATA-PERDA.
001284     IF ALG-QTDE-LEITURAS = ZEROS
001284         GO TO 2190-FATURAR-CONSUMO-EXIT.
001284     MOVE 1 TO ALG-SUB-LEI.
001284     PERFORM 2191-CONSUMO-LEITURA
001284         THRU 2191-CONSUMO-LEITURA-EXIT
001284         UNTIL ALG-SUB-LEI > ALG-QTDE-LEITURAS.
001284     ADD INV-ENERGIA INV-AGUA TO INV-VALOR-BRL
001284         ON SIZE ERROR
001284             DISPLAY 'ATENCAO: FATURA ' INV-NUMERO
001284                 ' ESTOUROU COM O CONSUMO MEDIDO'
001284     END-ADD.
001284 2190-FATURAR-CONSUMO-EXIT.
001284     EXIT.

001284 2191-CONSUMO-LEITURA.
001284     SET ALG-IX-LEI TO ALG-SUB-LEI.
001284     IF ALG-L-LOTE (ALG-IX-LEI) NOT = LOT-ID
001284             OR ALG-L-USADA (ALG-IX-LEI)
001284         GO TO 2191-CONSUMO-LEITURA-SEGUE.
001284     SET ALG-L-USADA (ALG-IX-LEI) TO TRUE.
001284     PERFORM 2192-CONFERIR-LEITURA
001284         THRU 2192-CONFERIR-LEITURA-EXIT.
001284     IF ALG-LEITURA-VALIDA
001284         PERFORM 2193-COBRAR-LEITURA
001284             THRU 2193-COBRAR-LEITURA-EXIT
001284     ELSE
001284         PERFORM 2194-RETER-LEITURA
001284             THRU 2194-RETER-LEITURA-EXIT
001284     END-IF.
001284     PERFORM 2195-IMPRIMIR-LEITURA
001284         THRU 2195-IMPRIMIR-LEITURA-EXIT.
001284 2191-CONSUMO-LEITURA-SEGUE.
001284     ADD 1 TO ALG-SUB-LEI.
001284 2191-CONSUMO-LEITURA-EXIT.
001284     EXIT.

001284*=========================================================
001284* CONFERENCIA DA LEITURA: TIPO E TARIFA CONHECIDOS, MEDIDOR
001284* CADASTRADO E ATIVO, DATA POSTERIOR A ULTIMA FATURADA,
001284* LEITURA NAO MENOR QUE A BASE (ULTIMA LEITURA FATURADA DO
001284* CADASTRO; NA PRIMEIRA, A ANTERIOR DO ARQUIVO) E CONSUMO
001284* DENTRO DA TOLERANCIA SOBRE A MEDIA (MEDIDOR COM 3 OU
001284* MAIS MESES DE HISTORICO). A MESMA LEITURA JA FATURADA
001284* (RERODADA DO MES) E COBRADA DE NOVO SOBRE A MESMA BASE.
001284*=========================================================
001284 2192-CONFERIR-LEITURA.
001284     MOVE 'N' TO ALG-SW-LEITURA.
001284     MOVE 'N' TO ALG-SW-REFATURA.
001284     MOVE SPACES TO ALG-MOTIVO-LEITURA.
001284     MOVE ZEROS TO ALG-CONSUMO ALG-VALOR-CONSUMO
001284                   ALG-MEDIA-LEITURA.
001284     MOVE ALG-L-ANTERIOR (ALG-IX-LEI) TO ALG-BASE-LEITURA.
001284     EVALUATE ALG-L-TIPO (ALG-IX-LEI)
001284         WHEN 'E'
001284             MOVE 1 TO ALG-SUB-TRF
001284         WHEN 'A'
001284             MOVE 2 TO ALG-SUB-TRF
001284         WHEN OTHER
001284             MOVE 'TIPO INVALIDO' TO ALG-MOTIVO-LEITURA
001284             GO TO 2192-CONFERIR-LEITURA-EXIT
001284     END-EVALUATE.
001284     SET ALG-IX-TRF TO ALG-SUB-TRF.
001284     IF ALG-TF-VALOR (ALG-IX-TRF) = ZEROS
001284         MOVE 'SEM TARIFA' TO ALG-MOTIVO-LEITURA
001284         GO TO 2192-CONFERIR-LEITURA-EXIT.
001284     MOVE LOT-ID TO MTR-LOTE-ID.
001284     MOVE ALG-L-TIPO (ALG-IX-LEI) TO MTR-TIPO.
001284     READ METER-MASTER
001284         INVALID KEY
001284             MOVE 'MEDIDOR NAO CADASTR.' TO ALG-MOTIVO-LEITURA
001284             GO TO 2192-CONFERIR-LEITURA-EXIT
001284     END-READ.
001284     IF NOT MTR-ATIVO
001284         MOVE 'MEDIDOR INATIVO' TO ALG-MOTIVO-LEITURA
001284         GO TO 2192-CONFERIR-LEITURA-EXIT.
001284     MOVE MTR-CONSUMO-MEDIO TO ALG-MEDIA-LEITURA.
001284     IF MTR-DATA-ULT-LEITURA NOT = ZEROS
001284             AND ALG-L-DATA (ALG-IX-LEI) = MTR-DATA-ULT-LEITURA
001284         SET ALG-LEITURA-REFATURADA TO TRUE
001284         MOVE MTR-LEITURA-ANTERIOR TO ALG-BASE-LEITURA
001284     END-IF.
001284     IF NOT ALG-LEITURA-REFATURADA
001284             AND ALG-L-DATA (ALG-IX-LEI) < MTR-DATA-ULT-LEITURA
001284         MOVE 'LEITURA ANTIGA' TO ALG-MOTIVO-LEITURA
001284         GO TO 2192-CONFERIR-LEITURA-EXIT.
001284     IF NOT ALG-LEITURA-REFATURADA
001284             AND MTR-DATA-ULT-LEITURA NOT = ZEROS
001284         MOVE MTR-ULTIMA-LEITURA TO ALG-BASE-LEITURA
001284     END-IF.
001284     IF ALG-L-ATUAL (ALG-IX-LEI) < ALG-BASE-LEITURA
001284         MOVE 'LEITURA REGREDIU' TO ALG-MOTIVO-LEITURA
001284         GO TO 2192-CONFERIR-LEITURA-EXIT.
001284     COMPUTE ALG-CONSUMO =
001284         ALG-L-ATUAL (ALG-IX-LEI) - ALG-BASE-LEITURA.
001284     IF NOT ALG-LEITURA-REFATURADA
001284             AND MTR-QTDE-MESES NOT < 3
001284             AND MTR-CONSUMO-MEDIO > ZEROS
001284         IF ALG-TF-PCT (ALG-IX-TRF) = ZEROS
001284             MOVE 100 TO ALG-PCT-TOLERANCIA
001284         ELSE
001284             MOVE ALG-TF-PCT (ALG-IX-TRF) TO ALG-PCT-TOLERANCIA
001284         END-IF
001284         COMPUTE ALG-LIMITE-CONSUMO = MTR-CONSUMO-MEDIO
001284             * (100 + ALG-PCT-TOLERANCIA) / 100
001284         IF ALG-CONSUMO > ALG-LIMITE-CONSUMO
001284             MOVE 'ACIMA DA MEDIA' TO ALG-MOTIVO-LEITURA
001284             GO TO 2192-CONFERIR-LEITURA-EXIT
001284         END-IF
001284     END-IF.
001284     COMPUTE ALG-VALOR-CONSUMO ROUNDED =
001284         ALG-CONSUMO * ALG-TF-VALOR (ALG-IX-TRF)
001284         ON SIZE ERROR
001284             MOVE 'VALOR ESTOUROU' TO ALG-MOTIVO-LEITURA
001284             GO TO 2192-CONFERIR-LEITURA-EXIT
001284     END-COMPUTE.
001284     SET ALG-LEITURA-VALIDA TO TRUE.
001284     IF ALG-LEITURA-REFATURADA
001284         MOVE 'COBRADA (RERODADA)' TO ALG-MOTIVO-LEITURA
001284     ELSE
001284         MOVE 'COBRADA' TO ALG-MOTIVO-LEITURA
001284     END-IF.
001284     IF ALG-CONSUMO = ZEROS AND MTR-CONSUMO-MEDIO > ZEROS
001284         MOVE 'COBRADA - CONS ZERO' TO ALG-MOTIVO-LEITURA
001284     END-IF.
001284 2192-CONFERIR-LEITURA-EXIT.
001284     EXIT.

001284 2193-COBRAR-LEITURA.
001284     IF ALG-SUB-TRF = 1
001284         ADD ALG-VALOR-CONSUMO TO INV-ENERGIA
001284     ELSE
001284         ADD ALG-VALOR-CONSUMO TO INV-AGUA
001284     END-IF.
001284     ADD ALG-VALOR-CONSUMO TO ALG-TF-MEDIDO (ALG-IX-TRF).
001284     IF ALG-LEITURA-REFATURADA
001284         GO TO 2193-COBRAR-LEITURA-EXIT.
001284*    MEDIA MOVEL DOS ULTIMOS 12 MESES FATURADOS
001284     MOVE ALG-BASE-LEITURA TO MTR-LEITURA-ANTERIOR.
001284     MOVE ALG-L-ATUAL (ALG-IX-LEI) TO MTR-ULTIMA-LEITURA.
001284     MOVE ALG-L-DATA (ALG-IX-LEI) TO MTR-DATA-ULT-LEITURA.
001284     IF MTR-QTDE-MESES < 12
001284         ADD 1 TO MTR-QTDE-MESES
001284     END-IF.
001284     COMPUTE MTR-CONSUMO-MEDIO ROUNDED =
001284         (MTR-CONSUMO-MEDIO * (MTR-QTDE-MESES - 1)
001284             + ALG-CONSUMO) / MTR-QTDE-MESES
001284         ON SIZE ERROR
001284             MOVE ALG-CONSUMO TO MTR-CONSUMO-MEDIO
001284     END-COMPUTE.
001284     REWRITE MTR-RECORD
001284         INVALID KEY
001284             DISPLAY 'ERRO AO REGRAVAR O MEDIDOR ' MTR-CHAVE
001284     END-REWRITE.
001284 2193-COBRAR-LEITURA-EXIT.
001284     EXIT.

001284 2194-RETER-LEITURA.
001284     ADD 1 TO ALG-QTDE-RETIDAS.
001284     MOVE SPACES TO ALG-ERR-CHAVE.
001284     MOVE ALG-L-LOTE (ALG-IX-LEI) TO ALG-ERR-CHAVE (1:5).
001284     MOVE ALG-L-TIPO (ALG-IX-LEI) TO ALG-ERR-CHAVE (6:1).
001284     MOVE SPACES TO ALG-ERR-IMAGEM.
001284     STRING ALG-MOTIVO-LEITURA ' ' ALG-LEI-ITEM (ALG-IX-LEI)
001284         DELIMITED BY SIZE INTO ALG-ERR-IMAGEM.
001284     MOVE 'LEIT' TO ALG-ERR-MOTIVO.
001284     MOVE 'W' TO ALG-ERR-SEVERIDADE.
001284     CALL 'ERRGRV' USING ALG-ERR-PROGRAMA
001284                         ALG-ERR-SEVERIDADE
001284                         ALG-ERR-MOTIVO
001284                         ALG-ERR-CHAVE
001284                         ALG-ERR-IMAGEM.
001284     MOVE 'E' TO ALG-ERR-SEVERIDADE.
001284 2194-RETER-LEITURA-EXIT.
001284     EXIT.

001284 2195-IMPRIMIR-LEITURA.
001284     MOVE ALG-L-LOTE (ALG-IX-LEI) TO ALG-C-LOTE.
001284     MOVE ALG-L-TIPO (ALG-IX-LEI) TO ALG-C-TIPO.
001284     MOVE ALG-BASE-LEITURA TO ALG-C-ANTERIOR.
001284     MOVE ALG-L-ATUAL (ALG-IX-LEI) TO ALG-C-ATUAL.
001284     MOVE ALG-CONSUMO TO ALG-C-CONSUMO.
001284     MOVE ALG-MEDIA-LEITURA TO ALG-C-MEDIA.
001284     IF ALG-LEITURA-VALIDA
001284         MOVE ALG-VALOR-CONSUMO TO ALG-C-VALOR
001284     ELSE
001284         MOVE ZEROS TO ALG-C-VALOR
001284     END-IF.
001284     MOVE ALG-MOTIVO-LEITURA TO ALG-C-SITUACAO.
001284     WRITE ALG-CONS-LINE FROM ALG-LINHA-CONSUMO.
001284 2195-IMPRIMIR-LEITURA-EXIT.
001284     EXIT.

001284*=========================================================
001284* MANUTENCAO DO LOTE A CARGO DO LOCATARIO: AS ORDENS
001284* FECHADAS DO LOTE VIRAM A LINHA DE MANUTENCAO DA FATURA
001284* (JA SOMADA NO VALOR-BRL). ORDEM ABERTA PARA OUTRO
001284* LOCATARIO (CONTRATO TROCOU) NAO E COBRADA DESTE - FICA
001284* RETIDA PARA ACERTO NA CAUCAO DO ANTERIOR
001284*=========================================================
001284 2197-COBRAR-MANUTENCAO.
001284     MOVE ZEROS TO INV-MANUTENCAO.
001284     IF ALG-QTDE-ORDENS = ZEROS
001284         GO TO 2197-COBRAR-MANUTENCAO-EXIT.
001284     MOVE 1 TO ALG-SUB-MAN.
001284     PERFORM 2198-COBRAR-UMA-ORDEM
001284         THRU 2198-COBRAR-UMA-ORDEM-EXIT
001284         UNTIL ALG-SUB-MAN > ALG-QTDE-ORDENS.
001284     ADD INV-MANUTENCAO TO INV-VALOR-BRL
001284         ON SIZE ERROR
001284             DISPLAY 'ATENCAO: FATURA ' INV-NUMERO
001284                 ' ESTOUROU COM A MANUTENCAO'
001284     END-ADD.
001284 2197-COBRAR-MANUTENCAO-EXIT.
001284     EXIT.

001284 2198-COBRAR-UMA-ORDEM.
001284     SET ALG-IX-MAN TO ALG-SUB-MAN.
001284     ADD 1 TO ALG-SUB-MAN.
001284     IF ALG-M-LOTE (ALG-IX-MAN) NOT = LOT-ID
001284             OR NOT ALG-M-A-COBRAR (ALG-IX-MAN)
001284         GO TO 2198-COBRAR-UMA-ORDEM-EXIT.
001284     IF ALG-M-LOCATARIO (ALG-IX-MAN) NOT = ZEROS
001284             AND ALG-M-LOCATARIO (ALG-IX-MAN)
001284                 NOT = INV-LOCATARIO
001284         SET ALG-M-DIVERGENTE (ALG-IX-MAN) TO TRUE
001284         GO TO 2198-COBRAR-UMA-ORDEM-EXIT.
001284     ADD ALG-M-CUSTO (ALG-IX-MAN) TO INV-MANUTENCAO
001284         ON SIZE ERROR
001284             DISPLAY 'ATENCAO: MANUTENCAO DA FATURA '
001284                 INV-NUMERO ' ESTOUROU O CAMPO'
001284             GO TO 2198-COBRAR-UMA-ORDEM-EXIT
001284     END-ADD.
001284     MOVE INV-NUMERO TO ALG-M-FATURA (ALG-IX-MAN).
001284     SET ALG-M-COBRADA (ALG-IX-MAN) TO TRUE.
001284 2198-COBRAR-UMA-ORDEM-EXIT.
001284     EXIT.

001285 2200-REJEITAR-LOTE.
001286     OPEN EXTEND REJECTED-DIMENSIONS.
001287     IF LOT-LARGURA NOT > 0
001325         CLOSE TENANT-MASTER
001325         CLOSE OCCUPANCY-REPORT
001325     END-IF.
001327     PERFORM 3150-FECHAR-CONSUMO
001327         THRU 3150-FECHAR-CONSUMO-EXIT.
001327     PERFORM 3200-RATEAR-CAM THRU 3200-RATEAR-CAM-EXIT.
001327     IF ALG-ORDMANUT-DISPONIVEL
001327         PERFORM 3300-BAIXAR-MANUTENCAO
001327             THRU 3300-BAIXAR-MANUTENCAO-EXIT
001327         CLOSE WORK-ORDERS
001327     END-IF.
001328     IF ALG-RENTINV-DISPONIVEL
001328         PERFORM 3400-LISTAR-RETENCOES
001328             THRU 3400-LISTAR-RETENCOES-EXIT
001329         CLOSE RENT-INVOICES
001329     END-IF.
001330     CLOSE LOTS-FILE.
001361 2950-CONFERIR-IDADE-TAXA-EXIT.
001361     EXIT.

001361*=========================================================
001361* LEITURAS QUE NAO CAIRAM EM FATURA NENHUMA (LOTE VAGO,
001361* REJEITADO OU FORA DA EMPRESA SELECIONADA) FICAM NO
001361* RELATORIO SEM COBRANCA - O CONSUMO DELAS SEGUE NO RATEIO
001361*=========================================================
001361 3150-FECHAR-CONSUMO.
001361     IF NOT ALG-MEDIDOR-DISPONIVEL
001361         GO TO 3150-FECHAR-CONSUMO-EXIT.
001361     MOVE 1 TO ALG-SUB-LEI.
001361     PERFORM 3160-LEITURA-SEM-FATURA
001361         THRU 3160-LEITURA-SEM-FATURA-EXIT
001361         UNTIL ALG-SUB-LEI > ALG-QTDE-LEITURAS.
001361     MOVE SPACES TO ALG-CONS-LINE.
001361     WRITE ALG-CONS-LINE.
001361     MOVE 1 TO ALG-SUB-TRF.
001361     PERFORM 3170-TOTAL-CONSUMO THRU 3170-TOTAL-CONSUMO-EXIT
001361         UNTIL ALG-SUB-TRF > 2.
001361     MOVE ALG-QTDE-RETIDAS TO ALG-QTDE-EDT.
001361     STRING 'LEITURAS RETIDAS.....: ' ALG-QTDE-EDT
001361         DELIMITED BY SIZE INTO ALG-CONS-LINE.
001361     WRITE ALG-CONS-LINE.
001361     MOVE SPACES TO ALG-CONS-LINE.
001361     MOVE ALG-QTDE-SEM-FATURA TO ALG-QTDE-EDT.
001361     STRING 'LEITURAS SEM FATURA..: ' ALG-QTDE-EDT
001361         DELIMITED BY SIZE INTO ALG-CONS-LINE.
001361     WRITE ALG-CONS-LINE.
001361     CLOSE CONSUMPTION-REPORT.
001361     CLOSE METER-MASTER.
001361 3150-FECHAR-CONSUMO-EXIT.
001361     EXIT.

001361 3160-LEITURA-SEM-FATURA.
001361     SET ALG-IX-LEI TO ALG-SUB-LEI.
001361     IF NOT ALG-L-USADA (ALG-IX-LEI)
001361         ADD 1 TO ALG-QTDE-SEM-FATURA
001361         MOVE 'N' TO ALG-SW-LEITURA
001361         MOVE ALG-L-ANTERIOR (ALG-IX-LEI) TO ALG-BASE-LEITURA
001361         MOVE ZEROS TO ALG-CONSUMO ALG-MEDIA-LEITURA
001361         MOVE 'LOTE SEM FATURA' TO ALG-MOTIVO-LEITURA
001361         PERFORM 2195-IMPRIMIR-LEITURA
001361             THRU 2195-IMPRIMIR-LEITURA-EXIT
001361     END-IF.
001361     ADD 1 TO ALG-SUB-LEI.
001361 3160-LEITURA-SEM-FATURA-EXIT.
001361     EXIT.

001361 3170-TOTAL-CONSUMO.
001361     SET ALG-IX-TRF TO ALG-SUB-TRF.
001361     MOVE SPACES TO ALG-CONS-LINE.
001361     MOVE ALG-TF-MEDIDO (ALG-IX-TRF) TO ALG-CAM-VALOR-EDT.
001361     STRING 'COBRADO ' ALG-TF-NOME (ALG-IX-TRF)
001361            '......: ' ALG-CAM-VALOR-EDT
001361         DELIMITED BY SIZE INTO ALG-CONS-LINE.
001361     WRITE ALG-CONS-LINE.
001361     MOVE SPACES TO ALG-CONS-LINE.
001361     ADD 1 TO ALG-SUB-TRF.
001361 3170-TOTAL-CONSUMO-EXIT.
001361     EXIT.

001361*=========================================================
001361* ABATIMENTO DO CONSUMO MEDIDO: O QUE JA FOI COBRADO POR
001361* LEITURA SAI DA CONTA DE ENERGIA (EN) E DE AGUA (AG) DO
001361* CAMCOST; COBRADO ACIMA DA CONTA ABATE SO A CONTA INTEIRA
001361* (AVISO NO CAMRPT) E NADA FICA PARA RATEIO DAQUELE TIPO
001361*=========================================================
001361 3190-ABATER-MEDIDO.
001361     IF NOT ALG-CAMCOST-EOF
001361         GO TO 3190-ABATER-MEDIDO-EXIT.
001361     MOVE 1 TO ALG-SUB-TRF.
001361     PERFORM 3195-ABATER-TIPO THRU 3195-ABATER-TIPO-EXIT
001361         UNTIL ALG-SUB-TRF > 2.
001361 3190-ABATER-MEDIDO-EXIT.
001361     EXIT.

001361 3195-ABATER-TIPO.
001361     SET ALG-IX-TRF TO ALG-SUB-TRF.
001361     ADD 1 TO ALG-SUB-TRF.
001361     IF ALG-TF-MEDIDO (ALG-IX-TRF) = ZEROS
001361         GO TO 3195-ABATER-TIPO-EXIT.
001361     IF ALG-TF-MEDIDO (ALG-IX-TRF) > ALG-TF-CONTA (ALG-IX-TRF)
001361         MOVE ALG-TF-CONTA (ALG-IX-TRF) TO ALG-ABATIMENTO
001361         MOVE SPACES TO ALG-CAM-LINE
001361         STRING 'ATENCAO: ' ALG-TF-NOME (ALG-IX-TRF)
001361                ' COBRADA POR LEITURA MAIOR QUE A CONTA '
001361                'DO CAMCOST'
001361             DELIMITED BY SIZE INTO ALG-CAM-LINE
001361         WRITE ALG-CAM-LINE
001361     ELSE
001361         MOVE ALG-TF-MEDIDO (ALG-IX-TRF) TO ALG-ABATIMENTO
001361     END-IF.
001361     SUBTRACT ALG-ABATIMENTO FROM ALG-CAM-CUSTO-TOTAL.
001361     MOVE SPACES TO ALG-CAM-LINE.
001361     MOVE ALG-ABATIMENTO TO ALG-CAM-VALOR-EDT.
001361     STRING 'ABATIDO ' ALG-TF-NOME (ALG-IX-TRF)
001361            '......: ' ALG-CAM-VALOR-EDT
001361            ' (CONSUMO MEDIDO)'
001361         DELIMITED BY SIZE INTO ALG-CAM-LINE.
001361     WRITE ALG-CAM-LINE.
001361 3195-ABATER-TIPO-EXIT.
001361     EXIT.

001361*=========================================================
001361* RATEIO DOS CUSTOS COMPARTILHADOS: CADA LOTE OCUPADO
001361* FATURADO RECEBE A PARCELA PROPORCIONAL A SUA AREA SOBRE
001361* RELATORIO CAMRPT PROVA A CONTA POR LOTE
001361*=========================================================
001361 3200-RATEAR-CAM.
001361     PERFORM 3190-ABATER-MEDIDO THRU 3190-ABATER-MEDIDO-EXIT.
001361     IF ALG-CAM-CUSTO-TOTAL = ZEROS
001361             OR ALG-AREA-OCUPADA = ZEROS
001361             OR NOT ALG-RENTINV-DISPONIVEL
001361         UNTIL ALG-SUB-CAM > ALG-QTDE-CAM-LOTES.
001361     MOVE SPACES TO ALG-CAM-LINE.
001361     MOVE ALG-CAM-CUSTO-TOTAL TO ALG-CAM-VALOR-EDT.
001361     STRING 'CUSTO NAO MEDIDO....: ' ALG-CAM-VALOR-EDT
001361         DELIMITED BY SIZE INTO ALG-CAM-LINE.
001361     WRITE ALG-CAM-LINE.
001361     MOVE SPACES TO ALG-CAM-LINE.
001361     STRING 'TOTAL RATEADO.......: ' ALG-CAM-VALOR-EDT
001361         DELIMITED BY SIZE INTO ALG-CAM-LINE.
001361     WRITE ALG-CAM-LINE.
001361     SET ALG-CAM-FOI-RATEADO TO TRUE.
001361     CLOSE CAM-REPORT.
001361 3200-RATEAR-CAM-EXIT.
001361     EXIT.
001361     END-READ.
001361     MOVE ALG-CAM-PARCELA TO INV-CAM.
001361     ADD ALG-CAM-PARCELA TO INV-VALOR-BRL.
001361     PERFORM 2185-CALCULAR-RETENCAO
001361         THRU 2185-CALCULAR-RETENCAO-EXIT.
001361     REWRITE INV-INVOICE-RECORD
001361         INVALID KEY
001361             DISPLAY 'ERRO AO REGRAVAR A FATURA ' INV-NUMERO
001361 3210-RATEAR-UM-LOTE-EXIT.
001361     EXIT.

001361*=========================================================
001361* SECAO DE RETENCAO NA FONTE DO ALUGRPT: AS FATURAS
001361* EMITIDAS NESTA RODADA (JA COM O RATEIO CAM) QUE TEM
001361* RETENCAO, COM O BRUTO, O RETIDO E O LIQUIDO A RECEBER
001361*=========================================================
001361 3400-LISTAR-RETENCOES.
001361     MOVE SPACES TO ALG-REPORT-LINE.
001361     WRITE ALG-REPORT-LINE.
001361     MOVE '=== RETENCAO NA FONTE - BRUTO X RETIDO X LIQUIDO ==='
001361         TO ALG-REPORT-LINE.
001361     WRITE ALG-REPORT-LINE.
001361     WRITE ALG-REPORT-LINE FROM ALG-CABECALHO-RETENCAO.
001361     MOVE ALG-PRIMEIRA-FATURA TO INV-NUMERO.
001361     START RENT-INVOICES KEY NOT < INV-NUMERO
001361         INVALID KEY
001361             MOVE '10' TO ALG-RENTINV-STATUS
001361     END-START.
001361     PERFORM 3410-LISTAR-UMA-RETENCAO
001361         THRU 3410-LISTAR-UMA-RETENCAO-EXIT
001361         UNTIL ALG-RENTINV-EOF
001361             OR ALG-RENTINV-STATUS NOT = '00'.
001361     MOVE SPACES TO ALG-RT-IDENTIFICACAO.
001361     MOVE ' TOTAL DO MES' TO ALG-RT-IDENTIFICACAO.
001361     MOVE ALG-RET-T-BRUTO TO ALG-RT-BRUTO.
001361     MOVE ALG-RET-T-IRRF TO ALG-RT-IRRF.
001361     MOVE ALG-RET-T-CSRF TO ALG-RT-CSRF.
001361     MOVE ALG-RET-T-RETIDO TO ALG-RT-RETIDO.
001361     MOVE ALG-RET-T-LIQUIDO TO ALG-RT-LIQUIDO.
001361     WRITE ALG-REPORT-LINE FROM ALG-LINHA-RETENCAO.
001361     DISPLAY 'FATURAS COM RETENCAO NA FONTE: '
001361         ALG-QTDE-RETENCOES.
001361 3400-LISTAR-RETENCOES-EXIT.
001361     EXIT.

001361 3410-LISTAR-UMA-RETENCAO.
001361     READ RENT-INVOICES NEXT RECORD
001361         AT END
001361             SET ALG-RENTINV-EOF TO TRUE
001361             GO TO 3410-LISTAR-UMA-RETENCAO-EXIT
001361     END-READ.
001361     IF INV-VALOR-RETIDO = ZEROS
001361         GO TO 3410-LISTAR-UMA-RETENCAO-EXIT.
001361     ADD 1 TO ALG-QTDE-RETENCOES.
001361     MOVE INV-NUMERO TO ALG-RT-FATURA.
001361     MOVE INV-LOTE-ID TO ALG-RT-LOTE.
001361     MOVE INV-LOCATARIO TO ALG-RT-LOCATARIO.
001361     MOVE INV-PERFIL-RETENCAO TO ALG-RT-PERFIL.
001361     MOVE INV-VALOR-BRL TO ALG-RT-BRUTO.
001361     MOVE INV-RET-IRRF TO ALG-RT-IRRF.
001361     COMPUTE ALG-RET-CSRF =
001361         INV-RET-PIS + INV-RET-COFINS + INV-RET-CSLL.
001361     MOVE ALG-RET-CSRF TO ALG-RT-CSRF.
001361     MOVE INV-VALOR-RETIDO TO ALG-RT-RETIDO.
001361     COMPUTE ALG-RT-LIQUIDO = INV-VALOR-BRL - INV-VALOR-RETIDO.
001361     WRITE ALG-REPORT-LINE FROM ALG-LINHA-RETENCAO.
001361     ADD INV-VALOR-BRL TO ALG-RET-T-BRUTO.
001361     ADD INV-RET-IRRF TO ALG-RET-T-IRRF.
001361     ADD ALG-RET-CSRF TO ALG-RET-T-CSRF.
001361     ADD INV-VALOR-RETIDO TO ALG-RET-T-RETIDO.
001361     COMPUTE ALG-RET-T-LIQUIDO = ALG-RET-T-LIQUIDO
001361         + INV-VALOR-BRL - INV-VALOR-RETIDO.
001361 3410-LISTAR-UMA-RETENCAO-EXIT.
001361     EXIT.

001361*=========================================================
001361* APROPRIACAO DAS ORDENS DE MANUTENCAO: CADA ORDEM COBRADA,
001361* RATEADA OU LANCADA NO CUSTO DO LOTE RECEBE A COMPETENCIA
001361* (E A FATURA, QUANDO COBRADA) E NAO VOLTA MAIS AO
001361* FATURAMENTO; AS DEMAIS FICAM PARA O PROXIMO MES. O
001361* ALUGRPT LISTA O DESTINO DE CADA ORDEM.
001361*=========================================================
001361 3300-BAIXAR-MANUTENCAO.
001361     IF ALG-QTDE-ORDENS = ZEROS
001361         GO TO 3300-BAIXAR-MANUTENCAO-EXIT.
001361     MOVE SPACES TO ALG-REPORT-LINE.
001361     WRITE ALG-REPORT-LINE.
001361     MOVE '=== ORDENS DE MANUTENCAO (LOTE/OS  RESP  VALOR) ==='
001361         TO ALG-REPORT-LINE.
001361     WRITE ALG-REPORT-LINE.
001361     MOVE 1 TO ALG-SUB-MAN.
001361     PERFORM 3310-BAIXAR-UMA-ORDEM
001361         THRU 3310-BAIXAR-UMA-ORDEM-EXIT
001361         UNTIL ALG-SUB-MAN > ALG-QTDE-ORDENS.
001361 3300-BAIXAR-MANUTENCAO-EXIT.
001361     EXIT.

001361 3310-BAIXAR-UMA-ORDEM.
001361     SET ALG-IX-MAN TO ALG-SUB-MAN.
001361     ADD 1 TO ALG-SUB-MAN.
001361     MOVE ALG-M-LOTE (ALG-IX-MAN) TO ALG-MN-LOTE.
001361     MOVE ALG-M-NUMERO (ALG-IX-MAN) TO ALG-MN-NUMERO.
001361     MOVE ALG-M-RESPONSAVEL (ALG-IX-MAN) TO ALG-MN-RESPONSAVEL.
001361     MOVE ALG-M-CUSTO (ALG-IX-MAN) TO ALG-MN-CUSTO.
001361     MOVE SPACES TO ALG-MN-SITUACAO.
001361     EVALUATE TRUE
001361         WHEN ALG-M-COBRADA (ALG-IX-MAN)
001361             STRING 'COBRADA NA FATURA '
001361                    ALG-M-FATURA (ALG-IX-MAN)
001361                 DELIMITED BY SIZE INTO ALG-MN-SITUACAO
001361         WHEN ALG-M-CUSTO-LOTE (ALG-IX-MAN)
001361             MOVE 'CUSTO DO LOTE (PROPRIETARIO)'
001361                 TO ALG-MN-SITUACAO
001361         WHEN ALG-M-RATEIO (ALG-IX-MAN) AND ALG-CAM-FOI-RATEADO
001361             MOVE 'AREA COMUM - RATEADA NO CAM'
001361                 TO ALG-MN-SITUACAO
001361         WHEN ALG-M-RATEIO (ALG-IX-MAN)
001361         WHEN ALG-M-SEM-CAMCOST (ALG-IX-MAN)
001361             MOVE 'AREA COMUM - SEM RATEIO NO MES, AGUARDA'
001361                 TO ALG-MN-SITUACAO
001361         WHEN ALG-M-DIVERGENTE (ALG-IX-MAN)
001361             MOVE 'RETIDA - LOCATARIO DIFERENTE DO DA FATURA'
001361                 TO ALG-MN-SITUACAO
001361             ADD 1 TO ALG-QTDE-OS-RETIDAS
001361         WHEN OTHER
001361             MOVE 'RETIDA - LOTE SEM FATURA NO MES'
001361                 TO ALG-MN-SITUACAO
001361             ADD 1 TO ALG-QTDE-OS-RETIDAS
001361     END-EVALUATE.
001361     WRITE ALG-REPORT-LINE FROM ALG-LINHA-MANUTENCAO.
001361     IF ALG-M-A-COBRAR (ALG-IX-MAN)
001361             OR ALG-M-DIVERGENTE (ALG-IX-MAN)
001361             OR ALG-M-SEM-CAMCOST (ALG-IX-MAN)
001361         GO TO 3310-BAIXAR-UMA-ORDEM-EXIT.
001361     IF ALG-M-RATEIO (ALG-IX-MAN) AND NOT ALG-CAM-FOI-RATEADO
001361         GO TO 3310-BAIXAR-UMA-ORDEM-EXIT.
001361     MOVE ALG-M-LOTE (ALG-IX-MAN) TO OMT-LOTE-ID.
001361     MOVE ALG-M-NUMERO (ALG-IX-MAN) TO OMT-NUMERO.
001361     READ WORK-ORDERS
001361         INVALID KEY
001361             DISPLAY 'ORDEM ' OMT-LOTE-ID '/' OMT-NUMERO
001361                 ' NAO ENCONTRADA NA APROPRIACAO'
001361             GO TO 3310-BAIXAR-UMA-ORDEM-EXIT
001361     END-READ.
001361     MOVE ALG-PERIODO TO OMT-COMPETENCIA.
001361     MOVE ALG-M-FATURA (ALG-IX-MAN) TO OMT-FATURA.
001361     REWRITE OMT-RECORD
001361         INVALID KEY
001361             DISPLAY 'ERRO AO REGRAVAR A ORDEM ' OMT-LOTE-ID
001361                 '/' OMT-NUMERO
001361     END-REWRITE.
001361 3310-BAIXAR-UMA-ORDEM-EXIT.
001361     EXIT.

001361*=========================================================
001361* TOTAIS POR EMPRESA, ANTES DO TOTAL GERAL CONSOLIDADO
001361*=========================================================
