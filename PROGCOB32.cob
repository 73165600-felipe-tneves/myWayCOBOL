000269*                DIFERENTE DE ZEROS (MODO CATCH-UP) -
000269*                REPROCESSAR DEZEMBRO EM JANEIRO USA A
000269*                TABELA DE DEZEMBRO, NAO A DE JANEIRO.
000269* 05/10/2026 FT  FERIAS PAGAS ANTECIPADAMENTE (PROGCOB81,
000269*                ARQUIVO FERADT) SAO ABATIDAS DO MES: O
000269*                BRUTO DA COMPETENCIA (FOL-BRUTO-MES) E O
000269*                SALARIO MENOS O VALOR DOS DIAS DE FERIAS QUE
000269*                CAEM NELA, E E ELE QUE ENTRA NO INSS, NO
000269*                IRRF, NO LIQUIDO, NO CONTRACHEQUE (COM OS
000269*                DIAS E O VALOR ABATIDO) E NO FOLHIST. NA
000269*                PREVIA, VARIACAO DE QUEM TEVE FERIAS NA
000269*                COMPETENCIA OU NA ANTERIOR E ESPERADA.
000269* 15/10/2026 FT  FGTS DE 8% SOBRE O BRUTO DO MES: TOTAL NO
000269*                REGISTRO DE FOLHA E, NA RODADA DEFINITIVA,
000269*                UM REGISTRO POR FUNCIONARIO NO ARQUIVO DE
000269*                DEPOSITO DA CAIXA (FGTSDEP) E O DEPOSITO
000269*                SOMADO AO SALDO DO RAZAO FGTSSALD (LIDO PELA
000269*                RESCISAO PARA A MULTA DE 40%). COMPETENCIA
000269*                JA DEPOSITADA NO RAZAO NAO E SOMADA DE NOVO.
000269* 15/10/2026 FT  EVENTOS DO CARTAO DE PONTO (ARQUIVO PONTO,
000269*                CARREGADO PELO PROGCOB82): HORAS EXTRAS 50%
000269*                E 100% E ADICIONAL NOTURNO DE 20% SOBRE O
000269*                VALOR-HORA (SALARIO / 220), REFLEXO DESSES
000269*                EVENTOS NO DSR (DOMINGOS E FERIADOS
000269*                NACIONAIS DO MES SOBRE OS DIAS UTEIS) SOMADOS
000269*                AO BRUTO, E FALTAS INJUSTIFICADAS (SALARIO /
000269*                30 POR DIA) DESCONTADAS DELE - TUDO ANTES DO
000269*                INSS E DO IRRF, CADA EVENTO EM LINHA PROPRIA
000269*                NO CONTRACHEQUE. SEM CARTAO NA COMPETENCIA =
000269*                SEM EVENTO.
000269* 15/10/2026 FT  DESCONTO DOS EMPRESTIMOS CONSIGNADOS (CONSIG,
000269*                PROGCOB83): A PARCELA DE CADA CONTRATO ATIVO
000269*                ENTRA NOS DESCONTOS E NO CONTRACHEQUE; NA
000269*                RODADA DEFINITIVA O CONTADOR DE PARCELAS PAGAS
000269*                AVANCA E O CONTRATO E QUITADO NA ULTIMA.
000269*                DEFINITIVA REPETIDA NA MESMA COMPETENCIA
000269*                DESCONTA DE NOVO SEM AVANCAR O CONTADOR.
000269* 15/10/2026 FT  FOLHIST PASSA A GUARDAR O INSS E O IRRF DA
000269*                COMPETENCIA (TIPO M), PARA O INFORME DE
000269*                RENDIMENTOS; O COMPARATIVO DA PREVIA LE SO
000269*                OS REGISTROS MENSAIS (13o E RESCISAO FORA).
000269* 15/10/2026 FT  DESCONTO DO VALE-TRANSPORTE: O BENEFICIO DA
000269*                COMPETENCIA NO VTDESC (PEDIDO MENSAL DO
000269*                PROGCOB89, ULTIMO REGISTRO DA MATRICULA) E
000269*                DESCONTADO ATE 6% DO SALARIO BASE, FORA DA
000269*                BASE DO INSS E DO IRRF, EM LINHA PROPRIA NO
000269*                CONTRACHEQUE. SEM VTDESC = SEM DESCONTO.
000269* 15/10/2026 FT  DESCONTO DO ADIANTAMENTO QUINZENAL JA PAGO NA
000269*                COMPETENCIA (ADIANT, PROGCOB90), FORA DA BASE
000269*                DO INSS E DO IRRF, EM LINHA PROPRIA NO
000269*                CONTRACHEQUE. O FOLHIST GUARDA O LIQUIDO DA
000269*                COMPETENCIA (CREDITO DO MES MAIS O ADIANTADO).
000269* 15/10/2026 FT  BASE DO FGTS PASSA A INCLUIR AS FERIAS PAGAS
000269*                PELO PROGCOB81 COM DIAS NA COMPETENCIA (VALOR
000269*                DOS DIAS ABATIDO DO BRUTO MAIS O TERCO DA
000269*                PARCELA QUE COMECA NELA) - O PROGCOB81 NAO
000269*                DEPOSITA FGTS. ABONO PECUNIARIO FICA FORA.
000270***********************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000564         ACCESS MODE IS DYNAMIC
000565         RECORD KEY IS DPD-CHAVE
000566         FILE STATUS IS FOL-DEPNDNT-STATUS.
000567     SELECT VACATION-ADVANCE ASSIGN TO 'FERADT'
000568         ORGANIZATION IS LINE SEQUENTIAL
000569         FILE STATUS IS FOL-FERADT-STATUS.
000569     SELECT FGTS-DEPOSIT ASSIGN TO 'FGTSDEP'
000569         ORGANIZATION IS LINE SEQUENTIAL
000569         FILE STATUS IS FOL-FGTSDEP-STATUS.
000569     SELECT FGTS-LEDGER ASSIGN TO 'FGTSSALD'
000569         ORGANIZATION IS INDEXED
000569         ACCESS MODE IS RANDOM
000569         RECORD KEY IS FGS-MATRICULA
000569         FILE STATUS IS FOL-FGTSSALD-STATUS.
000569     SELECT TIME-CLOCK ASSIGN TO 'PONTO'
000569         ORGANIZATION IS INDEXED
000569         ACCESS MODE IS RANDOM
000569         RECORD KEY IS PTO-CHAVE
000569         FILE STATUS IS FOL-PONTO-STATUS.
000569     SELECT HOLIDAY-CALENDAR ASSIGN TO 'HOLIDAYS'
000569         ORGANIZATION IS INDEXED
000569         ACCESS MODE IS RANDOM
000569         RECORD KEY IS HOL-CHAVE
000569         FILE STATUS IS FOL-HOLIDAY-STATUS.
000569     SELECT LOAN-CONTRACTS ASSIGN TO 'CONSIG'
000569         ORGANIZATION IS INDEXED
000569         ACCESS MODE IS DYNAMIC
000569         RECORD KEY IS CSG-CHAVE
000569         FILE STATUS IS FOL-CONSIG-STATUS.
000569     SELECT TRANSIT-BENEFIT ASSIGN TO 'VTDESC'
000569         ORGANIZATION IS LINE SEQUENTIAL
000569         FILE STATUS IS FOL-VTDESC-STATUS.
000569     SELECT SALARY-ADVANCE ASSIGN TO 'ADIANT'
000569         ORGANIZATION IS INDEXED
000569         ACCESS MODE IS RANDOM
000569         RECORD KEY IS ADT-CHAVE
000569         FILE STATUS IS FOL-ADIANT-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  EMPLOYEE-MASTER.
000739 01  RJQ-CREDIT-RECORD        PIC X(50).
000739 FD  BUSINESS-DATE-FILE.
000739     COPY BUSIDATE.
000739 FD  VACATION-ADVANCE.
000739     COPY FERADT.
000739 FD  FGTS-DEPOSIT.
000739     COPY FGTSDEP.
000739 FD  FGTS-LEDGER.
000739     COPY FGTSSALD.
000739 FD  TIME-CLOCK.
000739     COPY PONTO.
000739 FD  HOLIDAY-CALENDAR.
000739     COPY HOLIDAY.
000739 FD  LOAN-CONTRACTS.
000739     COPY CONSIG.
000739 FD  TRANSIT-BENEFIT.
000739     COPY VTDESC.
000739 FD  SALARY-ADVANCE.
000739     COPY ADIANT.
000740 WORKING-STORAGE SECTION.
000750 01  FOL-SWITCHES.
000760     05  FOL-EMPMAST-STATUS   PIC X(02) VALUE '00'.
000889         88  FOL-HIST-ACHADO          VALUE 'S'.
000889     05  FOL-SW-REAJ-ACHADO   PIC X(01) VALUE 'N'.
000889         88  FOL-REAJ-ACHADO          VALUE 'S'.
000889     05  FOL-FERADT-STATUS    PIC X(02) VALUE '00'.
000889         88  FOL-FERADT-EOF           VALUE '10'.
000889     05  FOL-SW-FERIAS-ANT    PIC X(01) VALUE 'N'.
000889         88  FOL-TEVE-FERIAS          VALUE 'S'.
000889     05  FOL-FGTSDEP-STATUS   PIC X(02) VALUE '00'.
000889     05  FOL-FGTSSALD-STATUS  PIC X(02) VALUE '00'.
000889     05  FOL-PONTO-STATUS     PIC X(02) VALUE '00'.
000889     05  FOL-SW-PONTO         PIC X(01) VALUE 'N'.
000889         88  FOL-PONTO-DISPONIVEL     VALUE 'S'.
000889     05  FOL-HOLIDAY-STATUS   PIC X(02) VALUE '00'.
000889     05  FOL-SW-HOLIDAY       PIC X(01) VALUE 'N'.
000889         88  FOL-HOLIDAY-DISPONIVEL   VALUE 'S'.
000889     05  FOL-CONSIG-STATUS    PIC X(02) VALUE '00'.
000889     05  FOL-SW-CONSIG        PIC X(01) VALUE 'N'.
000889         88  FOL-CONSIG-DISPONIVEL    VALUE 'S'.
000889     05  FOL-VTDESC-STATUS    PIC X(02) VALUE '00'.
000889         88  FOL-VTDESC-EOF           VALUE '10'.
000889     05  FOL-ADIANT-STATUS    PIC X(02) VALUE '00'.
000889     05  FOL-SW-ADIANT        PIC X(01) VALUE 'N'.
000889         88  FOL-ADIANT-DISPONIVEL    VALUE 'S'.
000890
000900 01  FOL-CONTADORES.
000910     05  FOL-RETORNO          PIC 9(04) COMP VALUE ZEROS.
000940     05  FOL-QTDE-INSS        PIC 9(02) COMP VALUE ZEROS.
000950     05  FOL-QTDE-IRRF        PIC 9(02) COMP VALUE ZEROS.
000960     05  FOL-QTDE-DEDFIX      PIC 9(03) COMP VALUE ZEROS.
000965     05  FOL-QTDE-FGTS-REPET  PIC 9(05) COMP VALUE ZEROS.
000966     05  FOL-QTDE-QUITADOS    PIC 9(05) COMP VALUE ZEROS.
000970
000980 01  FOL-TOTAIS.
000990     05  FOL-TOT-BRUTO        PIC 9(09)V99 COMP-3 VALUE ZEROS.
001010     05  FOL-TOT-IRRF         PIC 9(09)V99 COMP-3 VALUE ZEROS.
001020     05  FOL-TOT-DEDFIX       PIC 9(09)V99 COMP-3 VALUE ZEROS.
001030     05  FOL-TOT-LIQUIDO      PIC 9(09)V99 COMP-3 VALUE ZEROS.
001035     05  FOL-TOT-FGTS         PIC 9(09)V99 COMP-3 VALUE ZEROS.
001036     05  FOL-TOT-EVENTOS      PIC 9(09)V99 COMP-3 VALUE ZEROS.
001037     05  FOL-TOT-FALTAS       PIC 9(09)V99 COMP-3 VALUE ZEROS.
001038     05  FOL-TOT-CONSIGNADO   PIC 9(09)V99 COMP-3 VALUE ZEROS.
001038     05  FOL-TOT-VALE-TRANSP  PIC 9(09)V99 COMP-3 VALUE ZEROS.
001038     05  FOL-TOT-ADIANTAMENTO PIC 9(09)V99 COMP-3 VALUE ZEROS.
001040
001050 01  FOL-TABELA-INSS.
001060     05  FOL-INSS-FAIXA OCCURS 10 TIMES INDEXED BY FOL-IX-INS.
001298     05  FOL-QTDE-REAJ        PIC 9(03) COMP VALUE ZEROS.
001298     05  FOL-REAJ-MATRICULA OCCURS 500 TIMES PIC 9(05).
001298
001298*    DIAS DE FERIAS JA ADIANTADOS (FERADT) NA COMPETENCIA E
001298*    NA ANTERIOR - A DA COMPETENCIA E ABATIDA DO SALARIO, A
001298*    ANTERIOR SO EXPLICA A VARIACAO DA PREVIA
001298 01  FOL-TABELA-FERIAS.
001298     05  FOL-QTDE-FERIAS      PIC 9(03) COMP VALUE ZEROS.
001298     05  FOL-FERIAS-ENTRADA OCCURS 500 TIMES.
001298         10  FOL-FE-MATRICULA PIC 9(05).
001298         10  FOL-FE-COMPETENCIA PIC 9(06).
001298         10  FOL-FE-DIAS      PIC 9(02).
001298         10  FOL-FE-VALOR     PIC 9(06)V99.
001298         10  FOL-FE-TERCO     PIC 9(06)V99.
001298
001298*    BENEFICIO DE VALE-TRANSPORTE DA COMPETENCIA (VTDESC) -
001298*    REGISTRO POSTERIOR DA MESMA MATRICULA SUBSTITUI O
001298*    ANTERIOR (PEDIDO REPETIDO)
001298 01  FOL-TABELA-VT.
001298     05  FOL-QTDE-VT          PIC 9(03) COMP VALUE ZEROS.
001298     05  FOL-VT-ENTRADA OCCURS 500 TIMES.
001298         10  FOL-VT-MATRICULA PIC 9(05).
001298         10  FOL-VT-VALOR     PIC 9(06)V99.
001298
001298 01  FOL-LINHA-VARIACAO.
001298     05  FILLER               PIC X(09) VALUE 'VARIACAO '.
001298     05  FOL-V-MATRICULA      PIC 9(05).
001388     05  FOL-QTDE-DEP         PIC 9(02) VALUE ZEROS.
001389     05  FOL-DEDUCAO-DEP      PIC 9(06)V99 VALUE ZEROS.
001390     05  FOL-DESCONTOS-FIXOS  PIC 9(06)V99 VALUE ZEROS.
001395     05  FOL-CONSIGNADO       PIC 9(06)V99 VALUE ZEROS.
001400     05  FOL-TOTAL-DESCONTOS  PIC 9(07)V99 VALUE ZEROS.
001410     05  FOL-LIQUIDO          PIC 9(06)V99 VALUE ZEROS.
001412*    SALARIO DO MES MENOS OS DIAS DE FERIAS JA PAGOS
001414     05  FOL-BRUTO-MES        PIC 9(06)V99 VALUE ZEROS.
001416     05  FOL-FERIAS-DIAS      PIC 9(02) VALUE ZEROS.
001418     05  FOL-FERIAS-ABATIDO   PIC 9(06)V99 VALUE ZEROS.
001419     05  FOL-SUB-FER          PIC 9(03) COMP VALUE ZEROS.
001419*    FGTS: ALIQUOTA LEGAL SOBRE O BRUTO DO MES, A CARGO DA
001419*    EMPRESA (NAO DESCONTA DO LIQUIDO)
001419     05  FOL-ALIQ-FGTS        PIC 9(02)V99 VALUE 8,00.
001419     05  FOL-FGTS             PIC 9(06)V99 VALUE ZEROS.
001419*    BASE DO FGTS: BRUTO DO MES MAIS AS FERIAS DA COMPETENCIA
001419*    (DIAS ABATIDOS E TERCO) PAGAS PELO PROGCOB81
001419     05  FOL-FERIAS-TERCO     PIC 9(06)V99 VALUE ZEROS.
001419     05  FOL-BASE-FGTS        PIC 9(07)V99 VALUE ZEROS.
001419*    VALE-TRANSPORTE: DESCONTO LIMITADO A ESTE PERCENTUAL DO
001419*    SALARIO BASE; O QUE PASSA FICA A CARGO DA EMPRESA
001419     05  FOL-PCT-VT           PIC 9(02)V99 VALUE 6,00.
001419     05  FOL-VT-TETO          PIC 9(06)V99 VALUE ZEROS.
001419     05  FOL-VALE-TRANSP      PIC 9(06)V99 VALUE ZEROS.
001419     05  FOL-SUB-VT           PIC 9(03) COMP VALUE ZEROS.
001419     05  FOL-VT-CHAVE         PIC 9(05) VALUE ZEROS.
001419     05  FOL-SW-VT-ACHADO     PIC X(01) VALUE 'N'.
001419         88  FOL-VT-ACHADO            VALUE 'S'.
001419*    ADIANTAMENTO QUINZENAL JA PAGO NA COMPETENCIA (ADIANT) E
001419*    LIQUIDO DA COMPETENCIA (CREDITO DO MES + ADIANTADO)
001419     05  FOL-ADIANTAMENTO     PIC 9(06)V99 VALUE ZEROS.
001419     05  FOL-LIQUIDO-COMP     PIC 9(06)V99 VALUE ZEROS.
001419
001419*    EVENTOS DO CARTAO DE PONTO: VALOR-HORA = SALARIO SOBRE O
001419*    DIVISOR MENSAL (JORNADA DE 44 HORAS SEMANAIS); FALTA =
001419*    SALARIO SOBRE 30 POR DIA
001419 01  FOL-AREA-PONTO.
001419     05  FOL-DIVISOR-HORAS    PIC 9(03) VALUE 220.
001419     05  FOL-FATOR-HE50       PIC 9(01)V99 VALUE 1,50.
001419     05  FOL-FATOR-HE100      PIC 9(01)V99 VALUE 2,00.
001419     05  FOL-PCT-NOTURNO      PIC 9(02)V99 VALUE 20,00.
001419     05  FOL-HE50-HORAS       PIC 9(03)V99 VALUE ZEROS.
001419     05  FOL-HE50-VALOR       PIC 9(06)V99 VALUE ZEROS.
001419     05  FOL-HE100-HORAS      PIC 9(03)V99 VALUE ZEROS.
001419     05  FOL-HE100-VALOR      PIC 9(06)V99 VALUE ZEROS.
001419     05  FOL-NOTURNO-HORAS    PIC 9(03)V99 VALUE ZEROS.
001419     05  FOL-NOTURNO-VALOR    PIC 9(06)V99 VALUE ZEROS.
001419     05  FOL-DSR-VALOR        PIC 9(06)V99 VALUE ZEROS.
001419     05  FOL-FALTAS-DIAS      PIC 9(02) VALUE ZEROS.
001419     05  FOL-FALTAS-VALOR     PIC 9(06)V99 VALUE ZEROS.
001419     05  FOL-SOMA-EVENTOS     PIC 9(07)V99 VALUE ZEROS.
001419     05  FOL-BRUTO-S          PIC S9(07)V99 VALUE ZEROS.
001419
001419*    DIAS DA COMPETENCIA PARA O DSR: DOMINGOS E FERIADOS
001419*    NACIONAIS (HOLIDAYS, UF EM BRANCO) SAO DIAS DE REPOUSO;
001419*    OS DEMAIS (SABADO INCLUSIVE) SAO DIAS UTEIS
001419 01  FOL-AREA-DSR.
001419     05  FOL-DIAS-MES         PIC 9(02) VALUE ZEROS.
001419     05  FOL-DIAS-DSR         PIC 9(02) VALUE ZEROS.
001419     05  FOL-DIAS-UTEIS       PIC 9(02) VALUE ZEROS.
001419     05  FOL-CAL-DIA          PIC 9(02) COMP VALUE ZEROS.
001419     05  FOL-CAL-SERIAL       PIC 9(07) VALUE ZEROS.
001419     05  FOL-CAL-QUOCIENTE    PIC 9(07) VALUE ZEROS.
001419     05  FOL-CAL-RESTO        PIC 9(01) VALUE ZEROS.
001419         88  FOL-CAL-DOMINGO      VALUE 5.
001419     05  FOL-SERIAL-INICIO    PIC 9(07) VALUE ZEROS.
001419
001419 01  FOL-AREA-SERIAL.
001419     05  FOL-SER-DATA         PIC 9(08) VALUE ZEROS.
001419     05  FOL-SER-DATA-R REDEFINES FOL-SER-DATA.
001419         10  FOL-SER-ANO      PIC 9(04).
001419         10  FOL-SER-MES      PIC 9(02).
001419         10  FOL-SER-DIA      PIC 9(02).
001419     05  FOL-SER-A            PIC S9(05) COMP VALUE ZEROS.
001419     05  FOL-SER-M            PIC 9(03) COMP VALUE ZEROS.
001419     05  FOL-SER-Q4           PIC S9(05) COMP VALUE ZEROS.
001419     05  FOL-SER-Q100         PIC S9(05) COMP VALUE ZEROS.
001419     05  FOL-SER-Q400         PIC S9(05) COMP VALUE ZEROS.
001419     05  FOL-SER-QMES         PIC 9(05) COMP VALUE ZEROS.
001419     05  FOL-SER-RESTO        PIC 9(05) COMP VALUE ZEROS.
001419     05  FOL-SER-RESULTADO    PIC 9(07) VALUE ZEROS.
001420
001430 01  FOL-LINHA-DETALHE.
001440     05  FOL-D-MATRICULA      PIC 9(05).
001860         GO TO 1000-INICIALIZAR-EXIT.
001870     PERFORM 1300-CARREGAR-DEDFIX
001880         THRU 1300-CARREGAR-DEDFIX-EXIT.
001881     PERFORM 1700-CARREGAR-FERIAS
001881         THRU 1700-CARREGAR-FERIAS-EXIT.
001881     PERFORM 1900-CARREGAR-VT THRU 1900-CARREGAR-VT-EXIT.
001881     PERFORM 1800-APURAR-DIAS-DSR
001881         THRU 1800-APURAR-DIAS-DSR-EXIT.
001881     OPEN INPUT TIME-CLOCK.
001881     IF FOL-PONTO-STATUS = '00'
001881         SET FOL-PONTO-DISPONIVEL TO TRUE
001881     ELSE
001881         DISPLAY 'ARQUIVO DE PONTO AUSENTE - FOLHA SEM HORAS '
001881             'EXTRAS, NOTURNO E FALTAS'
001881     END-IF.
001881     IF FOL-MODO-DEFINITIVA
001881         OPEN I-O LOAN-CONTRACTS
001881     ELSE
001881         OPEN INPUT LOAN-CONTRACTS
001881     END-IF.
001881     IF FOL-CONSIG-STATUS = '00'
001881         SET FOL-CONSIG-DISPONIVEL TO TRUE
001881     ELSE
001881         DISPLAY 'CADASTRO DE CONSIGNADOS AUSENTE - FOLHA SEM '
001881             'DESCONTO DE EMPRESTIMO'
001881     END-IF.
001881     OPEN INPUT SALARY-ADVANCE.
001881     IF FOL-ADIANT-STATUS = '00'
001881         SET FOL-ADIANT-DISPONIVEL TO TRUE
001881     ELSE
001881         DISPLAY 'CADASTRO ADIANT AUSENTE - FOLHA SEM '
001881             'DESCONTO DE ADIANTAMENTO QUINZENAL'
001881     END-IF.
001882     OPEN INPUT DEPENDENTS-MASTER.
001884     IF FOL-DEPNDNT-STATUS = '00'
001886         SET FOL-DEPNDNT-DISPONIVEL TO TRUE
001974         IF FOL-FOLHIST-STATUS = '35'
001976             OPEN OUTPUT PAYROLL-HISTORY
001978         END-IF
001978         OPEN OUTPUT FGTS-DEPOSIT
001978         OPEN I-O FGTS-LEDGER
001978         IF FOL-FGTSSALD-STATUS = '35'
001978             OPEN OUTPUT FGTS-LEDGER
001978             CLOSE FGTS-LEDGER
001978             OPEN I-O FGTS-LEDGER
001978         END-IF
001979     END-IF.
001980     IF FOL-MODO-PREVIA
001982         MOVE '=== FOLHA DE PAGAMENTO MENSAL - PREVIA ===' TO
003072     EXIT.
003072
003072 1510-GUARDAR-HISTORICO.
003072     IF FHI-COMPETENCIA = FOL-ANT-NUM AND FHI-MENSAL
003072         ADD 1 TO FOL-QTDE-HIST
003072         MOVE FHI-MATRICULA
003072             TO FOL-H-MATRICULA (FOL-QTDE-HIST)
003072     END-READ.
003072 1610-GUARDAR-REAJUSTE-EXIT.
003072     EXIT.
003072
003072*=========================================================
003072* ADIANTAMENTOS DE FERIAS (FERADT, PROGCOB81) DA
003072* COMPETENCIA E DA ANTERIOR - ARQUIVO AUSENTE = NINGUEM
003072* DE FERIAS
003072*=========================================================
003072 1700-CARREGAR-FERIAS.
003072     OPEN INPUT VACATION-ADVANCE.
003072     IF FOL-FERADT-STATUS NOT = '00'
003072         GO TO 1700-CARREGAR-FERIAS-EXIT.
003072     READ VACATION-ADVANCE
003072         AT END SET FOL-FERADT-EOF TO TRUE
003072     END-READ.
003072     PERFORM 1710-GUARDAR-FERIAS
003072         THRU 1710-GUARDAR-FERIAS-EXIT
003072         UNTIL FOL-FERADT-EOF OR FOL-QTDE-FERIAS = 500.
003072     CLOSE VACATION-ADVANCE.
003072 1700-CARREGAR-FERIAS-EXIT.
003072     EXIT.
003072
003072 1710-GUARDAR-FERIAS.
003072     IF FAD-COMPETENCIA = FOL-COMP-NUM
003072             OR FAD-COMPETENCIA = FOL-ANT-NUM
003072         ADD 1 TO FOL-QTDE-FERIAS
003072         MOVE FAD-MATRICULA
003072             TO FOL-FE-MATRICULA (FOL-QTDE-FERIAS)
003072         MOVE FAD-COMPETENCIA
003072             TO FOL-FE-COMPETENCIA (FOL-QTDE-FERIAS)
003072         MOVE FAD-DIAS TO FOL-FE-DIAS (FOL-QTDE-FERIAS)
003072         MOVE FAD-VALOR-DIAS TO FOL-FE-VALOR (FOL-QTDE-FERIAS)
003072         MOVE FAD-TERCO TO FOL-FE-TERCO (FOL-QTDE-FERIAS)
003072     END-IF.
003072     READ VACATION-ADVANCE
003072         AT END SET FOL-FERADT-EOF TO TRUE
003072     END-READ.
003072 1710-GUARDAR-FERIAS-EXIT.
003072     EXIT.
003072
003072*=========================================================
003072* DIAS DE REPOUSO (DOMINGOS E FERIADOS NACIONAIS) E DIAS
003072* UTEIS DA COMPETENCIA, BASE DO REFLEXO DAS HORAS EXTRAS E
003072* DO NOTURNO NO DSR. SEM CALENDARIO, SO OS DOMINGOS.
003072*=========================================================
003072 1800-APURAR-DIAS-DSR.
003072     MOVE ZEROS TO FOL-DIAS-DSR.
003072     MOVE FOL-DATA-COMPETENCIA TO FOL-SER-DATA.
003072     PERFORM 8000-CALCULAR-SERIAL THRU 8000-CALCULAR-SERIAL-EXIT.
003072     MOVE FOL-SER-RESULTADO TO FOL-SERIAL-INICIO.
003072     IF FOL-COMP-MES = 12
003072         COMPUTE FOL-SER-ANO = FOL-COMP-ANO + 1
003072         MOVE 1 TO FOL-SER-MES
003072     ELSE
003072         COMPUTE FOL-SER-MES = FOL-COMP-MES + 1
003072     END-IF.
003072     PERFORM 8000-CALCULAR-SERIAL THRU 8000-CALCULAR-SERIAL-EXIT.
003072     COMPUTE FOL-DIAS-MES =
003072         FOL-SER-RESULTADO - FOL-SERIAL-INICIO.
003072     OPEN INPUT HOLIDAY-CALENDAR.
003072     IF FOL-HOLIDAY-STATUS = '00'
003072         SET FOL-HOLIDAY-DISPONIVEL TO TRUE
003072     END-IF.
003072     MOVE 1 TO FOL-CAL-DIA.
003072     PERFORM 1810-CLASSIFICAR-DIA THRU 1810-CLASSIFICAR-DIA-EXIT
003072         UNTIL FOL-CAL-DIA > FOL-DIAS-MES.
003072     IF FOL-HOLIDAY-DISPONIVEL
003072         CLOSE HOLIDAY-CALENDAR
003072     END-IF.
003072     COMPUTE FOL-DIAS-UTEIS = FOL-DIAS-MES - FOL-DIAS-DSR.
003072 1800-APURAR-DIAS-DSR-EXIT.
003072     EXIT.
003072
003072 1810-CLASSIFICAR-DIA.
003072     COMPUTE FOL-CAL-SERIAL =
003072         FOL-SERIAL-INICIO + FOL-CAL-DIA - 1.
003072     DIVIDE FOL-CAL-SERIAL BY 7 GIVING FOL-CAL-QUOCIENTE
003072         REMAINDER FOL-CAL-RESTO.
003072     IF FOL-CAL-DOMINGO
003072         ADD 1 TO FOL-DIAS-DSR
003072         GO TO 1810-CLASSIFICAR-DIA-NEXT.
003072     IF NOT FOL-HOLIDAY-DISPONIVEL
003072         GO TO 1810-CLASSIFICAR-DIA-NEXT.
003072     COMPUTE HOL-DATA = FOL-DATA-COMPETENCIA + FOL-CAL-DIA - 1.
003072     MOVE SPACES TO HOL-UF.
003072     READ HOLIDAY-CALENDAR
003072         INVALID KEY
003072             CONTINUE
003072         NOT INVALID KEY
003072             ADD 1 TO FOL-DIAS-DSR
003072     END-READ.
003072 1810-CLASSIFICAR-DIA-NEXT.
003072     ADD 1 TO FOL-CAL-DIA.
003072 1810-CLASSIFICAR-DIA-EXIT.
003072     EXIT.
003072
003072*=========================================================
003072* BENEFICIO DE VALE-TRANSPORTE DA COMPETENCIA (VTDESC,
003072* PROGCOB89) - ARQUIVO AUSENTE = NINGUEM COM VALE
003072*=========================================================
003072 1900-CARREGAR-VT.
003072     OPEN INPUT TRANSIT-BENEFIT.
003072     IF FOL-VTDESC-STATUS NOT = '00'
003072         GO TO 1900-CARREGAR-VT-EXIT.
003072     READ TRANSIT-BENEFIT
003072         AT END SET FOL-VTDESC-EOF TO TRUE
003072     END-READ.
003072     PERFORM 1910-GUARDAR-VT THRU 1910-GUARDAR-VT-EXIT
003072         UNTIL FOL-VTDESC-EOF.
003072     CLOSE TRANSIT-BENEFIT.
003072 1900-CARREGAR-VT-EXIT.
003072     EXIT.
003072
003072 1910-GUARDAR-VT.
003072     IF VTD-COMPETENCIA NOT = FOL-COMP-NUM
003072         GO TO 1910-GUARDAR-VT-LER.
003072     MOVE VTD-MATRICULA TO FOL-VT-CHAVE.
003072     PERFORM 8100-LOCALIZAR-VT THRU 8100-LOCALIZAR-VT-EXIT.
003072     IF NOT FOL-VT-ACHADO
003072         IF FOL-QTDE-VT = 500
003072             DISPLAY 'TABELA DE VALE-TRANSPORTE CHEIA - '
003072                 'MATRICULA ' VTD-MATRICULA ' SEM DESCONTO'
003072             GO TO 1910-GUARDAR-VT-LER
003072         END-IF
003072         ADD 1 TO FOL-QTDE-VT
003072         MOVE FOL-QTDE-VT TO FOL-SUB-VT
003072         MOVE VTD-MATRICULA TO FOL-VT-MATRICULA (FOL-SUB-VT)
003072     END-IF.
003072     MOVE VTD-VALOR TO FOL-VT-VALOR (FOL-SUB-VT).
003072 1910-GUARDAR-VT-LER.
003072     READ TRANSIT-BENEFIT
003072         AT END SET FOL-VTDESC-EOF TO TRUE
003072     END-READ.
003072 1910-GUARDAR-VT-EXIT.
003072     EXIT.
003080
003090*=========================================================
003100* CALCULO DA FOLHA DE UM FUNCIONARIO
003122     IF EMP-DESLIGADO
003124         ADD 1 TO FOL-QTDE-DESLIGADOS
003126         GO TO 2000-PROCESSAR-FUNC-EXIT.
003127     PERFORM 2050-ABATER-FERIAS THRU 2050-ABATER-FERIAS-EXIT.
003128     PERFORM 2070-APURAR-PONTO THRU 2070-APURAR-PONTO-EXIT.
003130     PERFORM 2100-CALCULAR-INSS THRU 2100-CALCULAR-INSS-EXIT.
003135     PERFORM 2150-CONTAR-DEPENDENTES
003136         THRU 2150-CONTAR-DEPENDENTES-EXIT.
003140     PERFORM 2200-CALCULAR-IRRF THRU 2200-CALCULAR-IRRF-EXIT.
003150     PERFORM 2300-SOMAR-DEDFIX THRU 2300-SOMAR-DEDFIX-EXIT.
003155     PERFORM 2320-DESCONTAR-CONSIG
003155         THRU 2320-DESCONTAR-CONSIG-EXIT.
003155     PERFORM 2340-DESCONTAR-VT THRU 2340-DESCONTAR-VT-EXIT.
003155     PERFORM 2360-DESCONTAR-ADIANT
003155         THRU 2360-DESCONTAR-ADIANT-EXIT.
003160     COMPUTE FOL-TOTAL-DESCONTOS =
003170         FOL-INSS + FOL-IRRF + FOL-DESCONTOS-FIXOS
003170         + FOL-CONSIGNADO + FOL-VALE-TRANSP
003170         + FOL-ADIANTAMENTO.
003180     IF FOL-TOTAL-DESCONTOS > FOL-BRUTO-MES
003190         DISPLAY 'DESCONTOS EXCEDEM O BRUTO - MATRICULA '
003200             EMP-ID ' - LIQUIDO ZERADO'
003210         ADD 1 TO FOL-QTDE-NEGATIVO
003220         MOVE ZEROS TO FOL-LIQUIDO
003230     ELSE
003240         COMPUTE FOL-LIQUIDO =
003250             FOL-BRUTO-MES - FOL-TOTAL-DESCONTOS
003260     END-IF.
003265     COMPUTE FOL-BASE-FGTS = FOL-BRUTO-MES + FOL-FERIAS-ABATIDO
003265         + FOL-FERIAS-TERCO.
003265     COMPUTE FOL-FGTS ROUNDED =
003266         FOL-BASE-FGTS * FOL-ALIQ-FGTS / 100.
003270     PERFORM 2400-GRAVAR-SAIDAS THRU 2400-GRAVAR-SAIDAS-EXIT.
003272     IF FOL-MODO-PREVIA
003274         PERFORM 2500-CONFERIR-VARIACAO
003276             THRU 2500-CONFERIR-VARIACAO-EXIT
003278     END-IF.
003280     ADD 1 TO FOL-QTDE-FUNC.
003290     ADD FOL-BRUTO-MES TO FOL-TOT-BRUTO.
003300     ADD FOL-INSS TO FOL-TOT-INSS.
003310     ADD FOL-IRRF TO FOL-TOT-IRRF.
003320     ADD FOL-DESCONTOS-FIXOS TO FOL-TOT-DEDFIX.
003330     ADD FOL-LIQUIDO TO FOL-TOT-LIQUIDO.
003335     ADD FOL-FGTS TO FOL-TOT-FGTS.
003336     ADD FOL-SOMA-EVENTOS TO FOL-TOT-EVENTOS.
003337     ADD FOL-FALTAS-VALOR TO FOL-TOT-FALTAS.
003338     ADD FOL-CONSIGNADO TO FOL-TOT-CONSIGNADO.
003338     ADD FOL-VALE-TRANSP TO FOL-TOT-VALE-TRANSP.
003338     ADD FOL-ADIANTAMENTO TO FOL-TOT-ADIANTAMENTO.
003340 2000-PROCESSAR-FUNC-EXIT.
003350     READ EMPLOYEE-MASTER
003360         AT END SET FOL-EMPMAST-EOF TO TRUE
003370     END-READ.
003380     EXIT.
003390
003391*=========================================================
003392* FERIAS JA PAGAS PELO PROGCOB81 COM DIAS NESTA
003393* COMPETENCIA: O VALOR DESSES DIAS SAI DO SALARIO DO MES
003394*=========================================================
003395 2050-ABATER-FERIAS.
003395     MOVE ZEROS TO FOL-FERIAS-DIAS FOL-FERIAS-ABATIDO
003395                   FOL-FERIAS-TERCO.
003395     MOVE 'N' TO FOL-SW-FERIAS-ANT.
003395     MOVE 1 TO FOL-SUB-FER.
003395     PERFORM 2060-SOMAR-FERIAS THRU 2060-SOMAR-FERIAS-EXIT
003395         UNTIL FOL-SUB-FER > FOL-QTDE-FERIAS.
003395     IF FOL-FERIAS-ABATIDO > EMP-SALARIO
003395         MOVE EMP-SALARIO TO FOL-FERIAS-ABATIDO
003395     END-IF.
003395     COMPUTE FOL-BRUTO-MES = EMP-SALARIO - FOL-FERIAS-ABATIDO.
003395 2050-ABATER-FERIAS-EXIT.
003395     EXIT.
003395
003395 2060-SOMAR-FERIAS.
003395     IF FOL-FE-MATRICULA (FOL-SUB-FER) = EMP-ID
003395         SET FOL-TEVE-FERIAS TO TRUE
003395         IF FOL-FE-COMPETENCIA (FOL-SUB-FER) = FOL-COMP-NUM
003395             ADD FOL-FE-DIAS (FOL-SUB-FER) TO FOL-FERIAS-DIAS
003395             ADD FOL-FE-VALOR (FOL-SUB-FER)
003395                 TO FOL-FERIAS-ABATIDO
003395             ADD FOL-FE-TERCO (FOL-SUB-FER)
003395                 TO FOL-FERIAS-TERCO
003395         END-IF
003395     END-IF.
003395     ADD 1 TO FOL-SUB-FER.
003395 2060-SOMAR-FERIAS-EXIT.
003395     EXIT.
003395
003395*=========================================================
003395* CARTAO DE PONTO DA COMPETENCIA: HORAS EXTRAS, NOTURNO E
003395* REFLEXO NO DSR ENTRAM NO BRUTO; FALTAS INJUSTIFICADAS
003395* SAEM DELE (BRUTO NUNCA NEGATIVO) - ANTES DO INSS/IRRF
003395*=========================================================
003395 2070-APURAR-PONTO.
003395     MOVE ZEROS TO FOL-HE50-HORAS FOL-HE50-VALOR
003395         FOL-HE100-HORAS FOL-HE100-VALOR
003395         FOL-NOTURNO-HORAS FOL-NOTURNO-VALOR
003395         FOL-DSR-VALOR FOL-FALTAS-DIAS FOL-FALTAS-VALOR
003395         FOL-SOMA-EVENTOS.
003395     IF NOT FOL-PONTO-DISPONIVEL
003395         GO TO 2070-APURAR-PONTO-EXIT.
003395     MOVE EMP-ID TO PTO-MATRICULA.
003395     MOVE FOL-COMP-NUM TO PTO-COMPETENCIA.
003395     READ TIME-CLOCK
003395         INVALID KEY
003395             GO TO 2070-APURAR-PONTO-EXIT
003395     END-READ.
003395     MOVE PTO-HORAS-EXTRA-50 TO FOL-HE50-HORAS.
003395     MOVE PTO-HORAS-EXTRA-100 TO FOL-HE100-HORAS.
003395     MOVE PTO-HORAS-NOTURNAS TO FOL-NOTURNO-HORAS.
003395     MOVE PTO-FALTAS TO FOL-FALTAS-DIAS.
003395     COMPUTE FOL-HE50-VALOR ROUNDED = EMP-SALARIO
003395         * FOL-HE50-HORAS * FOL-FATOR-HE50 / FOL-DIVISOR-HORAS.
003395     COMPUTE FOL-HE100-VALOR ROUNDED = EMP-SALARIO
003395         * FOL-HE100-HORAS * FOL-FATOR-HE100
003395         / FOL-DIVISOR-HORAS.
003395     COMPUTE FOL-NOTURNO-VALOR ROUNDED = EMP-SALARIO
003395         * FOL-NOTURNO-HORAS * FOL-PCT-NOTURNO / 100
003395         / FOL-DIVISOR-HORAS.
003395     COMPUTE FOL-SOMA-EVENTOS =
003395         FOL-HE50-VALOR + FOL-HE100-VALOR + FOL-NOTURNO-VALOR.
003395     IF FOL-DIAS-UTEIS > ZEROS
003395         COMPUTE FOL-DSR-VALOR ROUNDED =
003395             FOL-SOMA-EVENTOS * FOL-DIAS-DSR / FOL-DIAS-UTEIS
003395     END-IF.
003395     ADD FOL-DSR-VALOR TO FOL-SOMA-EVENTOS.
003395     COMPUTE FOL-FALTAS-VALOR ROUNDED =
003395         EMP-SALARIO * FOL-FALTAS-DIAS / 30.
003395     COMPUTE FOL-BRUTO-S = FOL-BRUTO-MES + FOL-SOMA-EVENTOS
003395         - FOL-FALTAS-VALOR.
003395     IF FOL-BRUTO-S < ZEROS
003395         COMPUTE FOL-FALTAS-VALOR =
003395             FOL-BRUTO-MES + FOL-SOMA-EVENTOS
003395         MOVE ZEROS TO FOL-BRUTO-S
003395     END-IF.
003395     MOVE FOL-BRUTO-S TO FOL-BRUTO-MES.
003395 2070-APURAR-PONTO-EXIT.
003395     EXIT.
003396
003400*=========================================================
003410* INSS PROGRESSIVO: CADA FATIA DO SALARIO ATE O LIMITE DA
003420* FAIXA PAGA A ALIQUOTA DA FAIXA; O LIMITE DA ULTIMA FAIXA
003470     MOVE ZEROS TO FOL-LIMITE-ANTERIOR.
003480     MOVE 1 TO FOL-SUB.
003490     SET FOL-IX-INS TO FOL-QTDE-INSS.
003500     IF FOL-BRUTO-MES > FOL-INS-LIMITE (FOL-IX-INS)
003510         MOVE FOL-INS-LIMITE (FOL-IX-INS) TO FOL-BASE-INSS
003520     ELSE
003530         MOVE FOL-BRUTO-MES TO FOL-BASE-INSS
003540     END-IF.
003550     PERFORM 2110-SOMAR-FATIA-INSS
003560         THRU 2110-SOMAR-FATIA-INSS-EXIT
003840     MOVE ZEROS TO FOL-IRRF.
003845     MOVE 'N' TO FOL-SW-FAIXA-IRRF.
003850     COMPUTE FOL-BASE-IRRF-S =
003851         FOL-BRUTO-MES - FOL-INSS - FOL-DEDUCAO-DEP.
003852     IF FOL-BASE-IRRF-S < ZEROS
003853         MOVE ZEROS TO FOL-BASE-IRRF
003854     ELSE
004220     ADD 1 TO FOL-SUB2.
004230 2310-SOMAR-DESCONTO-EXIT.
004240     EXIT.
004240
004240*=========================================================
004240* EMPRESTIMOS CONSIGNADOS DA MATRICULA (CADASTRO CONSIG):
004240* SOMA A PARCELA DE CADA CONTRATO ATIVO. NA DEFINITIVA
004240* AVANCA O CONTADOR DE PAGAS E QUITA NA ULTIMA PARCELA;
004240* CONTRATO JA DESCONTADO NESTA COMPETENCIA (DEFINITIVA
004240* REPETIDA) DESCONTA DE NOVO SEM AVANCAR
004240*=========================================================
004240 2320-DESCONTAR-CONSIG.
004240     MOVE ZEROS TO FOL-CONSIGNADO.
004240     IF NOT FOL-CONSIG-DISPONIVEL
004240         GO TO 2320-DESCONTAR-CONSIG-EXIT.
004240     SET FOL-VARREDURA-ATIVA TO TRUE.
004240     MOVE EMP-ID TO CSG-MATRICULA.
004240     MOVE ZEROS TO CSG-SEQUENCIA.
004240     START LOAN-CONTRACTS KEY >= CSG-CHAVE
004240         INVALID KEY
004240             SET FOL-FIM-VARREDURA TO TRUE
004240     END-START.
004240     IF FOL-CONSIG-STATUS NOT = '00'
004240         SET FOL-FIM-VARREDURA TO TRUE
004240     END-IF.
004240     PERFORM 2330-DESCONTAR-CONTRATO
004240         THRU 2330-DESCONTAR-CONTRATO-EXIT
004240         UNTIL FOL-FIM-VARREDURA.
004240 2320-DESCONTAR-CONSIG-EXIT.
004240     EXIT.
004240
004240 2330-DESCONTAR-CONTRATO.
004240     READ LOAN-CONTRACTS NEXT RECORD
004240         AT END
004240             SET FOL-FIM-VARREDURA TO TRUE
004240             GO TO 2330-DESCONTAR-CONTRATO-EXIT
004240     END-READ.
004240     IF FOL-CONSIG-STATUS NOT = '00'
004240             OR CSG-MATRICULA NOT = EMP-ID
004240         SET FOL-FIM-VARREDURA TO TRUE
004240         GO TO 2330-DESCONTAR-CONTRATO-EXIT.
004240     IF CSG-ULT-COMPETENCIA = FOL-COMP-NUM
004240             AND (CSG-ATIVO OR CSG-QUITADO)
004240         ADD CSG-VALOR-PARCELA TO FOL-CONSIGNADO
004240         GO TO 2330-DESCONTAR-CONTRATO-EXIT.
004240     IF NOT CSG-ATIVO
004240         GO TO 2330-DESCONTAR-CONTRATO-EXIT.
004240     ADD CSG-VALOR-PARCELA TO FOL-CONSIGNADO.
004240     IF FOL-MODO-PREVIA
004240         GO TO 2330-DESCONTAR-CONTRATO-EXIT.
004240     ADD 1 TO CSG-PARCELAS-PAGAS.
004240     MOVE FOL-COMP-NUM TO CSG-ULT-COMPETENCIA.
004240     IF CSG-PARCELAS-PAGAS NOT < CSG-QTDE-PARCELAS
004240         SET CSG-QUITADO TO TRUE
004240         ADD 1 TO FOL-QTDE-QUITADOS
004240     END-IF.
004240     REWRITE CSG-RECORD
004240         INVALID KEY
004240             DISPLAY 'ERRO AO REGRAVAR O CONSIG - MATRICULA '
004240                 EMP-ID ' SEQUENCIA ' CSG-SEQUENCIA
004240     END-REWRITE.
004240 2330-DESCONTAR-CONTRATO-EXIT.
004240     EXIT.
004240
004240*=========================================================
004240* VALE-TRANSPORTE DA COMPETENCIA: DESCONTA O BENEFICIO ATE
004240* 6% DO SALARIO BASE (O EXCEDENTE E CUSTO DA EMPRESA)
004240*=========================================================
004240 2340-DESCONTAR-VT.
004240     MOVE ZEROS TO FOL-VALE-TRANSP.
004240     MOVE EMP-ID TO FOL-VT-CHAVE.
004240     PERFORM 8100-LOCALIZAR-VT THRU 8100-LOCALIZAR-VT-EXIT.
004240     IF NOT FOL-VT-ACHADO
004240         GO TO 2340-DESCONTAR-VT-EXIT.
004240     COMPUTE FOL-VT-TETO ROUNDED =
004240         EMP-SALARIO * FOL-PCT-VT / 100.
004240     IF FOL-VT-VALOR (FOL-SUB-VT) > FOL-VT-TETO
004240         MOVE FOL-VT-TETO TO FOL-VALE-TRANSP
004240     ELSE
004240         MOVE FOL-VT-VALOR (FOL-SUB-VT) TO FOL-VALE-TRANSP
004240     END-IF.
004240 2340-DESCONTAR-VT-EXIT.
004240     EXIT.
004240
004240*=========================================================
004240* ADIANTAMENTO QUINZENAL JA CREDITADO NA COMPETENCIA
004240* (ADIANT, PROGCOB90): SAI DO LIQUIDO DO MES
004240*=========================================================
004240 2360-DESCONTAR-ADIANT.
004240     MOVE ZEROS TO FOL-ADIANTAMENTO.
004240     IF NOT FOL-ADIANT-DISPONIVEL
004240         GO TO 2360-DESCONTAR-ADIANT-EXIT.
004240     MOVE EMP-ID TO ADT-MATRICULA.
004240     MOVE FOL-COMP-NUM TO ADT-COMPETENCIA.
004240     READ SALARY-ADVANCE
004240         INVALID KEY
004240             GO TO 2360-DESCONTAR-ADIANT-EXIT
004240     END-READ.
004240     MOVE ADT-VALOR TO FOL-ADIANTAMENTO.
004240 2360-DESCONTAR-ADIANT-EXIT.
004240     EXIT.
004250
004260 2400-GRAVAR-SAIDAS.
004270     MOVE EMP-ID TO FOL-D-MATRICULA.
004280     MOVE EMP-NOME TO FOL-D-NOME.
004290     MOVE FOL-BRUTO-MES TO FOL-D-BRUTO.
004300     MOVE FOL-INSS TO FOL-D-INSS.
004310     MOVE FOL-IRRF TO FOL-D-IRRF.
004320     MOVE FOL-DESCONTOS-FIXOS TO FOL-D-DEDFIX.
004350     MOVE EMP-ID TO CHQ-MATRICULA.
004360     MOVE EMP-NOME TO CHQ-NOME.
004370     MOVE FOL-COMPETENCIA TO CHQ-COMPETENCIA.
004380     MOVE FOL-BRUTO-MES TO CHQ-SALARIO-BRUTO.
004390     MOVE FOL-INSS TO CHQ-INSS.
004400     MOVE FOL-IRRF TO CHQ-IRRF.
004410     MOVE FOL-DESCONTOS-FIXOS TO CHQ-DESCONTOS-FIXOS.
004420     MOVE FOL-LIQUIDO TO CHQ-LIQUIDO.
004425     MOVE FOL-QTDE-DEP TO CHQ-QTDE-DEPENDENTES.
004426     MOVE FOL-FERIAS-DIAS TO CHQ-FERIAS-DIAS.
004427     MOVE FOL-FERIAS-ABATIDO TO CHQ-FERIAS-ABATIDO.
004428     MOVE EMP-SALARIO TO CHQ-SALARIO-BASE.
004428     MOVE FOL-HE50-HORAS TO CHQ-HE50-HORAS.
004428     MOVE FOL-HE50-VALOR TO CHQ-HE50-VALOR.
004428     MOVE FOL-HE100-HORAS TO CHQ-HE100-HORAS.
004428     MOVE FOL-HE100-VALOR TO CHQ-HE100-VALOR.
004428     MOVE FOL-NOTURNO-HORAS TO CHQ-NOTURNO-HORAS.
004428     MOVE FOL-NOTURNO-VALOR TO CHQ-NOTURNO-VALOR.
004428     MOVE FOL-DSR-VALOR TO CHQ-DSR-VALOR.
004428     MOVE FOL-FALTAS-DIAS TO CHQ-FALTAS-DIAS.
004428     MOVE FOL-FALTAS-VALOR TO CHQ-FALTAS-VALOR.
004428     MOVE FOL-CONSIGNADO TO CHQ-CONSIGNADO.
004428     MOVE FOL-VALE-TRANSP TO CHQ-VALE-TRANSP.
004428     MOVE FOL-ADIANTAMENTO TO CHQ-ADIANTAMENTO.
004430     WRITE CHQ-PAYSLIP-RECORD.
004440     MOVE EMP-ID TO BCR-MATRICULA.
004450     MOVE EMP-NOME TO BCR-NOME.
004480     WRITE BCR-CREDIT-RECORD.
004482     MOVE EMP-ID TO FHI-MATRICULA.
004484     MOVE FOL-COMP-NUM TO FHI-COMPETENCIA.
004486     MOVE FOL-BRUTO-MES TO FHI-BRUTO.
004488     COMPUTE FOL-LIQUIDO-COMP = FOL-LIQUIDO + FOL-ADIANTAMENTO.
004488     MOVE FOL-LIQUIDO-COMP TO FHI-LIQUIDO.
004488     MOVE FOL-INSS TO FHI-INSS.
004488     MOVE FOL-IRRF TO FHI-IRRF.
004488     MOVE ZEROS TO FHI-ISENTO.
004488     SET FHI-MENSAL TO TRUE.
004489     WRITE FHI-HISTORY-RECORD.
004489     PERFORM 2450-DEPOSITAR-FGTS
004489         THRU 2450-DEPOSITAR-FGTS-EXIT.
004490 2400-GRAVAR-SAIDAS-EXIT.
004500     EXIT.
004500
004500*=========================================================
004500* FGTS DA COMPETENCIA: REGISTRO DE DEPOSITO PARA A CAIXA E
004500* SALDO DO RAZAO FGTSSALD (COMPETENCIA JA SOMADA NAO ENTRA
004500* DE NOVO - RODADA DEFINITIVA REPETIDA)
004500*=========================================================
004500 2450-DEPOSITAR-FGTS.
004500     MOVE EMP-ID TO FGD-MATRICULA.
004500     MOVE EMP-CPF TO FGD-CPF.
004500     MOVE EMP-EMPRESA TO FGD-EMPRESA.
004500     MOVE FOL-COMP-NUM TO FGD-COMPETENCIA.
004500     MOVE FOL-BASE-FGTS TO FGD-BASE.
004500     MOVE FOL-FGTS TO FGD-VALOR.
004500     MOVE FOL-DATASISTEMA TO FGD-DATA-GERACAO.
004500     WRITE FGD-DEPOSIT-RECORD.
004500     MOVE EMP-ID TO FGS-MATRICULA.
004500     READ FGTS-LEDGER
004500         INVALID KEY
004500             MOVE EMP-ID TO FGS-MATRICULA
004500             MOVE ZEROS TO FGS-SALDO FGS-QTDE-DEPOSITOS
004500                 FGS-ULT-COMPETENCIA FGS-ULT-PARCELA-13
004500     END-READ.
004500     IF FGS-ULT-COMPETENCIA NOT < FOL-COMP-NUM
004500         ADD 1 TO FOL-QTDE-FGTS-REPET
004500         GO TO 2450-DEPOSITAR-FGTS-EXIT.
004500     ADD FOL-FGTS TO FGS-SALDO.
004500     ADD 1 TO FGS-QTDE-DEPOSITOS.
004500     MOVE FOL-COMP-NUM TO FGS-ULT-COMPETENCIA.
004500     MOVE FOL-DATASISTEMA TO FGS-DATA-ATUALIZACAO.
004500     IF FOL-FGTSSALD-STATUS = '23'
004500         WRITE FGS-LEDGER-RECORD
004500             INVALID KEY
004500                 DISPLAY 'ERRO AO INCLUIR NO FGTSSALD - '
004500                     'MATRICULA ' EMP-ID
004500         END-WRITE
004500     ELSE
004500         REWRITE FGS-LEDGER-RECORD
004500             INVALID KEY
004500                 DISPLAY 'ERRO AO REGRAVAR O FGTSSALD - '
004500                     'MATRICULA ' EMP-ID
004500         END-REWRITE
004500     END-IF.
004500 2450-DEPOSITAR-FGTS-EXIT.
004500     EXIT.
004502
004502*=========================================================
004502* PREVIA: COMPARA O FUNCIONARIO CONTRA A COMPETENCIA
004502     IF FOL-H-BRUTO (FOL-IND-HIST) = ZEROS
004502         GO TO 2500-CONFERIR-VARIACAO-EXIT.
004502     COMPUTE FOL-VAR-PCT ROUNDED =
004502         ((FOL-BRUTO-MES - FOL-H-BRUTO (FOL-IND-HIST))
004502             / FOL-H-BRUTO (FOL-IND-HIST)) * 100
004502         ON SIZE ERROR
004502             MOVE ZEROS TO FOL-VAR-PCT
004502     IF FOL-REAJ-ACHADO
004502         MOVE 'REAJUSTE (ESPERADO) ' TO FOL-V-MOTIVO
004502     ELSE
004502     IF FOL-TEVE-FERIAS
004502         MOVE 'FERIAS (ESPERADO)   ' TO FOL-V-MOTIVO
004502     ELSE
004502         MOVE 'VERIFICAR           ' TO FOL-V-MOTIVO
004502         ADD 1 TO FOL-QTDE-VARIACOES
004502     END-IF
004502     END-IF.
004502     WRITE FOL-REPORT-LINE FROM FOL-LINHA-VARIACAO.
004502 2500-CONFERIR-VARIACAO-EXIT.
004730     MOVE 'TOTAL LIQUIDO:           ' TO FOL-T-ROTULO.
004740     MOVE FOL-TOT-LIQUIDO TO FOL-T-VALOR.
004750     WRITE FOL-REPORT-LINE FROM FOL-LINHA-TOTAL.
004752     MOVE 'TOTAL FGTS (8%):         ' TO FOL-T-ROTULO.
004754     MOVE FOL-TOT-FGTS TO FOL-T-VALOR.
004756     WRITE FOL-REPORT-LINE FROM FOL-LINHA-TOTAL.
004757     MOVE 'TOTAL EXTRAS/NOTURNO/DSR:' TO FOL-T-ROTULO.
004757     MOVE FOL-TOT-EVENTOS TO FOL-T-VALOR.
004757     WRITE FOL-REPORT-LINE FROM FOL-LINHA-TOTAL.
004757     MOVE 'TOTAL FALTAS DESCONTADAS:' TO FOL-T-ROTULO.
004757     MOVE FOL-TOT-FALTAS TO FOL-T-VALOR.
004757     WRITE FOL-REPORT-LINE FROM FOL-LINHA-TOTAL.
004757     MOVE 'TOTAL CONSIGNADOS:       ' TO FOL-T-ROTULO.
004757     MOVE FOL-TOT-CONSIGNADO TO FOL-T-VALOR.
004757     WRITE FOL-REPORT-LINE FROM FOL-LINHA-TOTAL.
004757     MOVE 'TOTAL VALE-TRANSPORTE:   ' TO FOL-T-ROTULO.
004757     MOVE FOL-TOT-VALE-TRANSP TO FOL-T-VALOR.
004757     WRITE FOL-REPORT-LINE FROM FOL-LINHA-TOTAL.
004757     MOVE 'TOTAL ADIANTAMENTOS:     ' TO FOL-T-ROTULO.
004757     MOVE FOL-TOT-ADIANTAMENTO TO FOL-T-VALOR.
004757     WRITE FOL-REPORT-LINE FROM FOL-LINHA-TOTAL.
004757     IF FOL-QTDE-QUITADOS > ZEROS
004757         MOVE 'CONSIGNADOS QUITADOS:    ' TO FOL-Q-ROTULO
004757         MOVE FOL-QTDE-QUITADOS TO FOL-Q-VALOR
004757         WRITE FOL-REPORT-LINE FROM FOL-LINHA-QTDE
004757     END-IF.
004758     IF FOL-QTDE-FGTS-REPET > ZEROS
004758         MOVE 'FGTS JA DEPOSITADO:      ' TO FOL-Q-ROTULO
004758         MOVE FOL-QTDE-FGTS-REPET TO FOL-Q-VALOR
004758         WRITE FOL-REPORT-LINE FROM FOL-LINHA-QTDE
004758     END-IF.
004760     IF FOL-QTDE-NEGATIVO > ZEROS
004770         MOVE 'LIQUIDOS ZERADOS:        ' TO FOL-Q-ROTULO
004780         MOVE FOL-QTDE-NEGATIVO TO FOL-Q-VALOR
004890             CLOSE PAYSLIP-FILE
004900             CLOSE BANK-CREDIT-FILE
004905             CLOSE PAYROLL-HISTORY
004906             CLOSE FGTS-DEPOSIT
004907             CLOSE FGTS-LEDGER
004908         END-IF
004909         PERFORM 4100-GRAVAR-APROVACAO
004909             THRU 4100-GRAVAR-APROVACAO-EXIT
004912     IF FOL-DEPNDNT-DISPONIVEL
004914         CLOSE DEPENDENTS-MASTER
004916     END-IF.
004916     IF FOL-PONTO-DISPONIVEL
004916         CLOSE TIME-CLOCK
004916     END-IF.
004916     IF FOL-CONSIG-DISPONIVEL
004916         CLOSE LOAN-CONTRACTS
004916     END-IF.
004916     IF FOL-ADIANT-DISPONIVEL
004916         CLOSE SALARY-ADVANCE
004916     END-IF.
004920 4000-FINALIZAR-EXIT.
004930     EXIT.
004940
004940     CLOSE PAYROLL-APPROVAL.
004940 4100-GRAVAR-APROVACAO-EXIT.
004940     EXIT.
004940
004940*=========================================================
004940* DATA AAAAMMDD -> DIAS CORRIDOS (CALENDARIO GREGORIANO;
004940* RESTO DA DIVISAO POR 7 IGUAL A 5 = DOMINGO)
004940*=========================================================
004940 8000-CALCULAR-SERIAL.
004940     MOVE FOL-SER-ANO TO FOL-SER-A.
004940     MOVE FOL-SER-MES TO FOL-SER-M.
004940     IF FOL-SER-M < 3
004940         SUBTRACT 1 FROM FOL-SER-A
004940         ADD 12 TO FOL-SER-M
004940     END-IF.
004940     DIVIDE FOL-SER-A BY 4 GIVING FOL-SER-Q4.
004940     DIVIDE FOL-SER-A BY 100 GIVING FOL-SER-Q100.
004940     DIVIDE FOL-SER-A BY 400 GIVING FOL-SER-Q400.
004940     COMPUTE FOL-SER-RESTO = 153 * (FOL-SER-M - 3) + 2.
004940     DIVIDE FOL-SER-RESTO BY 5 GIVING FOL-SER-QMES.
004940     COMPUTE FOL-SER-RESULTADO = 365 * FOL-SER-A
004940         + FOL-SER-Q4 - FOL-SER-Q100 + FOL-SER-Q400
004940         + FOL-SER-QMES + FOL-SER-DIA.
004940 8000-CALCULAR-SERIAL-EXIT.
004940     EXIT.
004940
004940*=========================================================
004940* POSICAO DA MATRICULA FOL-VT-CHAVE NA TABELA DE VALE-
004940* TRANSPORTE - FOL-SUB-VT
004940*=========================================================
004940 8100-LOCALIZAR-VT.
004940     MOVE 'N' TO FOL-SW-VT-ACHADO.
004940     MOVE 1 TO FOL-SUB-VT.
004940     PERFORM 8110-COMPARAR-VT THRU 8110-COMPARAR-VT-EXIT
004940         UNTIL FOL-VT-ACHADO OR FOL-SUB-VT > FOL-QTDE-VT.
004940 8100-LOCALIZAR-VT-EXIT.
004940     EXIT.
004940
004940 8110-COMPARAR-VT.
004940     IF FOL-VT-MATRICULA (FOL-SUB-VT) = FOL-VT-CHAVE
004940         SET FOL-VT-ACHADO TO TRUE
004940     ELSE
004940         ADD 1 TO FOL-SUB-VT
004940     END-IF.
004940 8110-COMPARAR-VT-EXIT.
004940     EXIT.
