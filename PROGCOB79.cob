000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCOB79.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE PESSOAL.
000050 DATE-WRITTEN. 05/10/2026.
000060 DATE-COMPILED. 05/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: PROGRAMACAO DE FERIAS NO CONSOLE (ARQUIVO
000100*           FERIAS), NO MESMO DESENHO DO CADASTRO DE
000110*           DEPENDENTES (PROGCOB59) - LISTA OS PERIODOS
000120*           AQUISITIVOS DA MATRICULA (APURADOS PELO
000130*           PROGCOB80), PROGRAMA O GOZO DE UM PERIODO EM ATE
000140*           TRES PARCELAS, COM OU SEM ABONO PECUNIARIO
000150*           (VENDA DE 1/3 DOS DIAS), E CANCELA A PROGRAMACAO
000160*           AINDA NAO PAGA. O PAGAMENTO (SALARIO + 1/3) SAI
000170*           NO LOTE NOTURNO PROGCOB81 DOIS DIAS UTEIS ANTES
000180*           DO INICIO DE CADA PARCELA.
000190* OBS: REGRAS DO FRACIONAMENTO - COM UMA PARCELA ELA LEVA
000200*      TODOS OS DIAS; COM DUAS OU TRES, UMA TEM PELO MENOS
000210*      14 DIAS E AS DEMAIS PELO MENOS 5. AS PARCELAS NAO SE
000220*      SOBREPOEM, COMECAM DEPOIS DO FIM DO PERIODO
000230*      AQUISITIVO E DEPOIS DE HOJE. PARCELA QUE TERMINA
000240*      DEPOIS DO FIM DO PERIODO CONCESSIVO (FERIAS EM
000250*      DOBRO) SO E GRAVADA COM CONFIRMACAO.
000260* -----------------------------------------------------
000270* HISTORICO DE ALTERACOES
000280* 05/10/2026 FT  PROGRAMA CRIADO.
000290***********************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SPECIAL-NAMES.
000330     DECIMAL-POINT IS COMMA.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT VACATION-MASTER ASSIGN TO 'FERIAS'
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS FER-CHAVE
000400         FILE STATUS IS WRK-FERIAS-STATUS.
000410     SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS EMP-ID
000450         FILE STATUS IS WRK-EMPMAST-STATUS.
000460     SELECT OPERATOR-SESSION ASSIGN TO 'OPERSESS'
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WRK-OPERSESS-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  VACATION-MASTER.
000520     COPY FERIAS.
000530 FD  EMPLOYEE-MASTER.
000540     COPY EMPREC.
000550 FD  OPERATOR-SESSION.
000560     COPY OPERSESS.
000570 WORKING-STORAGE SECTION.
000580 77  WRK-FERIAS-STATUS   PIC X(02) VALUE '00'.
000590 77  WRK-EMPMAST-STATUS  PIC X(02) VALUE '00'.
000600 77  WRK-OPERSESS-STATUS PIC X(02) VALUE '00'.
000610 77  WRK-SW-EMPMAST      PIC X(01) VALUE 'N'.
000620     88  WRK-EMPMAST-DISPONIVEL  VALUE 'S'.
000630 77  WRK-OPCAO           PIC 9(01) VALUE ZEROS.
000640     88  WRK-OPCAO-SAIR      VALUE 9.
000650     88  WRK-OPCAO-VALIDA    VALUE 1 THRU 3, 9.
000660 77  WRK-USUARIO         PIC X(08) VALUE SPACES.
000670 77  WRK-DATASISTEMA     PIC 9(08) VALUE ZEROS.
000680 77  WRK-MATRICULA       PIC 9(05) VALUE ZEROS.
000690 77  WRK-AQUIS-INICIO    PIC 9(08) VALUE ZEROS.
000700 77  WRK-QTDE-LISTADOS   PIC 9(02) VALUE ZEROS.
000710 77  WRK-QTDE-PARCELAS   PIC 9(01) VALUE ZEROS.
000720 77  WRK-SUB             PIC 9(01) VALUE ZEROS.
000730 77  WRK-DIAS-ABONO      PIC 9(02) VALUE ZEROS.
000740 77  WRK-DIAS-A-GOZAR    PIC 9(02) VALUE ZEROS.
000750 77  WRK-DIAS-SOMADOS    PIC 9(03) VALUE ZEROS.
000760 77  WRK-QTDE-14         PIC 9(01) VALUE ZEROS.
000770 77  WRK-RESPOSTA        PIC X(01) VALUE SPACES.
000780     88  WRK-RESPOSTA-SIM    VALUE 'S'.
000790 77  WRK-SW-VARREDURA    PIC X(01) VALUE 'N'.
000800     88  WRK-FIM-VARREDURA       VALUE 'S'.
000810     88  WRK-VARREDURA-ATIVA     VALUE 'N'.
000820 77  WRK-SW-ENCONTROU    PIC X(01) VALUE 'N'.
000830     88  WRK-FUNC-ENCONTRADO     VALUE 'S'.
000840 77  WRK-SW-PROGRAMACAO  PIC X(01) VALUE 'S'.
000850     88  WRK-PROGRAMACAO-OK      VALUE 'S'.
000860 77  WRK-SW-DOBRO        PIC X(01) VALUE 'N'.
000870     88  WRK-ALEM-CONCESSIVO     VALUE 'S'.
000880*    DIAS CORRIDOS (CONTAGEM EXATA, COM ANO BISSEXTO) PARA
000890*    COMPARAR AS DATAS DAS PARCELAS ENTRE SI
000900 77  WRK-SERIAL-HOJE     PIC 9(07) VALUE ZEROS.
000910 77  WRK-SERIAL-AQUIS    PIC 9(07) VALUE ZEROS.
000920 77  WRK-SERIAL-CONCES   PIC 9(07) VALUE ZEROS.
000930 77  WRK-SERIAL-FIM-ANT  PIC 9(07) VALUE ZEROS.
000940 77  WRK-SERIAL-INICIO   PIC 9(07) VALUE ZEROS.
000950 77  WRK-SERIAL-FIM      PIC 9(07) VALUE ZEROS.
000960 01  WRK-AREA-SERIAL.
000970     05  WRK-SER-DATA        PIC 9(08) VALUE ZEROS.
000980     05  WRK-SER-DATA-R REDEFINES WRK-SER-DATA.
000990         10  WRK-SER-ANO     PIC 9(04).
001000         10  WRK-SER-MES     PIC 9(02).
001010         10  WRK-SER-DIA     PIC 9(02).
001020     05  WRK-SER-A           PIC 9(05) COMP VALUE ZEROS.
001030     05  WRK-SER-M           PIC 9(03) COMP VALUE ZEROS.
001040     05  WRK-SER-Q4          PIC 9(05) COMP VALUE ZEROS.
001050     05  WRK-SER-Q100        PIC 9(05) COMP VALUE ZEROS.
001060     05  WRK-SER-Q400        PIC 9(05) COMP VALUE ZEROS.
001070     05  WRK-SER-QMES        PIC 9(05) COMP VALUE ZEROS.
001080     05  WRK-SER-RESTO       PIC 9(05) COMP VALUE ZEROS.
001090     05  WRK-SER-RESULTADO   PIC 9(07) VALUE ZEROS.
001100*    PARCELAS DIGITADAS, CONFERIDAS ANTES DE IR PARA O
001110*    REGISTRO
001120 01  WRK-TABELA-PARCELAS.
001130     05  WRK-PARCELA OCCURS 3 TIMES.
001140         10  WRK-P-INICIO    PIC 9(08).
001150         10  WRK-P-DIAS      PIC 9(02).
001160 PROCEDURE DIVISION.
001170
001180 0000-MAINLINE.
001190     ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
001200     MOVE WRK-DATASISTEMA TO WRK-SER-DATA.
001210     PERFORM 8000-CALCULAR-SERIAL THRU 8000-CALCULAR-SERIAL-EXIT.
001220     MOVE WRK-SER-RESULTADO TO WRK-SERIAL-HOJE.
001230     OPEN INPUT OPERATOR-SESSION.
001240     IF WRK-OPERSESS-STATUS = '00'
001250         READ OPERATOR-SESSION
001260             AT END
001270                 CONTINUE
001280             NOT AT END
001290                 MOVE OSS-USUARIO TO WRK-USUARIO
001300         END-READ
001310         CLOSE OPERATOR-SESSION
001320     END-IF.
001330     OPEN I-O VACATION-MASTER.
001340     IF WRK-FERIAS-STATUS = '35'
001350         OPEN OUTPUT VACATION-MASTER
001360         CLOSE VACATION-MASTER
001370         OPEN I-O VACATION-MASTER
001380     END-IF.
001390     IF WRK-FERIAS-STATUS NOT = '00'
001400         DISPLAY 'CADASTRO DE FERIAS INDISPONIVEL - '
001410             'STATUS ' WRK-FERIAS-STATUS
001420         GO TO 0000-ENCERRAR.
001430     OPEN INPUT EMPLOYEE-MASTER.
001440     IF WRK-EMPMAST-STATUS = '00'
001450         SET WRK-EMPMAST-DISPONIVEL TO TRUE
001460     END-IF.
001470     PERFORM 1000-PROCESSAR-MENU THRU 1000-PROCESSAR-MENU-EXIT
001480         UNTIL WRK-OPCAO-SAIR.
001490     CLOSE VACATION-MASTER.
001500     IF WRK-EMPMAST-DISPONIVEL
001510         CLOSE EMPLOYEE-MASTER
001520     END-IF.
001530 0000-ENCERRAR.
001540     GOBACK.
001550
001560 1000-PROCESSAR-MENU.
001570     DISPLAY '================================================'.
001580     DISPLAY '        PROGRAMACAO DE FERIAS                   '.
001590     DISPLAY '================================================'.
001600     DISPLAY '1 - LISTAR PERIODOS AQUISITIVOS DA MATRICULA'.
001610     DISPLAY '2 - PROGRAMAR FERIAS DE UM PERIODO'.
001620     DISPLAY '3 - CANCELAR PROGRAMACAO NAO PAGA'.
001630     DISPLAY '9 - SAIR'.
001640     DISPLAY 'OPCAO: '.
001650     ACCEPT WRK-OPCAO.
001660     EVALUATE TRUE
001670         WHEN WRK-OPCAO = 1
001680             PERFORM 2000-LISTAR THRU 2000-LISTAR-EXIT
001690         WHEN WRK-OPCAO = 2
001700             PERFORM 3000-PROGRAMAR THRU 3000-PROGRAMAR-EXIT
001710         WHEN WRK-OPCAO = 3
001720             PERFORM 4000-CANCELAR THRU 4000-CANCELAR-EXIT
001730         WHEN WRK-OPCAO-SAIR
001740             CONTINUE
001750         WHEN OTHER
001760             DISPLAY 'OPCAO INVALIDA - REDIGITE'
001770     END-EVALUATE.
001780 1000-PROCESSAR-MENU-EXIT.
001790     EXIT.
001800
001810*=========================================================
001820* LISTA OS PERIODOS DA MATRICULA COM A SITUACAO E AS
001830* PARCELAS PROGRAMADAS/PAGAS
001840*=========================================================
001850 2000-LISTAR.
001860     DISPLAY 'MATRICULA: '.
001870     ACCEPT WRK-MATRICULA.
001880     PERFORM 5000-CONFERIR-FUNC THRU 5000-CONFERIR-FUNC-EXIT.
001890     MOVE ZEROS TO WRK-QTDE-LISTADOS.
001900     SET WRK-VARREDURA-ATIVA TO TRUE.
001910     MOVE WRK-MATRICULA TO FER-MATRICULA.
001920     MOVE ZEROS TO FER-AQUIS-INICIO.
001930     START VACATION-MASTER KEY >= FER-CHAVE
001940         INVALID KEY
001950             SET WRK-FIM-VARREDURA TO TRUE
001960     END-START.
001970     IF WRK-FERIAS-STATUS NOT = '00'
001980         SET WRK-FIM-VARREDURA TO TRUE
001990     END-IF.
002000     PERFORM 2100-LISTAR-UM THRU 2100-LISTAR-UM-EXIT
002010         UNTIL WRK-FIM-VARREDURA.
002020     IF WRK-QTDE-LISTADOS = ZEROS
002030         DISPLAY 'MATRICULA SEM PERIODO APURADO (O PROGCOB80 '
002040             'APURA NO FECHAMENTO DO MES)'
002050     END-IF.
002060 2000-LISTAR-EXIT.
002070     EXIT.
002080
002090 2100-LISTAR-UM.
002100     READ VACATION-MASTER NEXT RECORD
002110         AT END
002120             SET WRK-FIM-VARREDURA TO TRUE
002130             GO TO 2100-LISTAR-UM-EXIT
002140     END-READ.
002150     IF WRK-FERIAS-STATUS NOT = '00'
002160             OR FER-MATRICULA NOT = WRK-MATRICULA
002170         SET WRK-FIM-VARREDURA TO TRUE
002180         GO TO 2100-LISTAR-UM-EXIT.
002190     DISPLAY 'PERIODO ' FER-AQUIS-INICIO ' A ' FER-AQUIS-FIM
002200         ' CONCEDER ATE ' FER-CONCESSIVO-FIM
002210         ' SIT ' FER-SITUACAO ' ABONO ' FER-ABONO
002220         ' SUSP ' FER-DIAS-SUSPENSOS.
002230     MOVE 1 TO WRK-SUB.
002240     PERFORM 2110-LISTAR-PARCELA THRU 2110-LISTAR-PARCELA-EXIT
002250         UNTIL WRK-SUB > 3.
002260     ADD 1 TO WRK-QTDE-LISTADOS.
002270 2100-LISTAR-UM-EXIT.
002280     EXIT.
002290
002300 2110-LISTAR-PARCELA.
002310     IF NOT FER-P-LIVRE (WRK-SUB)
002320         DISPLAY '   PARCELA ' WRK-SUB ' INICIO '
002330             FER-P-INICIO (WRK-SUB) ' DIAS '
002340             FER-P-DIAS (WRK-SUB) ' SIT '
002350             FER-P-SITUACAO (WRK-SUB) ' PAGTO '
002360             FER-P-DATA-PAGTO (WRK-SUB)
002370     END-IF.
002380     ADD 1 TO WRK-SUB.
002390 2110-LISTAR-PARCELA-EXIT.
002400     EXIT.
002410
002420*=========================================================
002430* PROGRAMACAO DO GOZO DE UM PERIODO: ABONO, QUANTIDADE DE
002440* PARCELAS E INICIO/DIAS DE CADA UMA, CONFERIDOS PELAS
002450* REGRAS DO FRACIONAMENTO ANTES DE REGRAVAR
002460*=========================================================
002470 3000-PROGRAMAR.
002480     DISPLAY 'MATRICULA: '.
002490     ACCEPT WRK-MATRICULA.
002500     PERFORM 5000-CONFERIR-FUNC THRU 5000-CONFERIR-FUNC-EXIT.
002510     IF WRK-EMPMAST-DISPONIVEL AND NOT WRK-FUNC-ENCONTRADO
002520         DISPLAY 'MATRICULA NAO ENCONTRADA NO CADASTRO'
002530         GO TO 3000-PROGRAMAR-EXIT.
002540     IF WRK-FUNC-ENCONTRADO AND EMP-DESLIGADO
002550         DISPLAY 'FUNCIONARIO DESLIGADO - FERIAS SAEM NA '
002560             'RESCISAO'
002570         GO TO 3000-PROGRAMAR-EXIT.
002580     DISPLAY 'INICIO DO PERIODO AQUISITIVO (AAAAMMDD): '.
002590     ACCEPT WRK-AQUIS-INICIO.
002600     MOVE WRK-MATRICULA TO FER-MATRICULA.
002610     MOVE WRK-AQUIS-INICIO TO FER-AQUIS-INICIO.
002620     READ VACATION-MASTER
002630         INVALID KEY
002640             DISPLAY 'PERIODO NAO ENCONTRADO - VER OPCAO 1'
002650             GO TO 3000-PROGRAMAR-EXIT
002660     END-READ.
002670     IF FER-QUITADO
002680         DISPLAY 'PERIODO JA QUITADO'
002690         GO TO 3000-PROGRAMAR-EXIT.
002700     IF FER-P-PAGA (1) OR FER-P-PAGA (2) OR FER-P-PAGA (3)
002710         DISPLAY 'PERIODO COM PARCELA JA PAGA - PROGRAMACAO '
002720             'NAO PODE SER REFEITA'
002730         GO TO 3000-PROGRAMAR-EXIT.
002740     MOVE FER-AQUIS-FIM TO WRK-SER-DATA.
002750     PERFORM 8000-CALCULAR-SERIAL THRU 8000-CALCULAR-SERIAL-EXIT.
002760     MOVE WRK-SER-RESULTADO TO WRK-SERIAL-AQUIS.
002770     MOVE FER-CONCESSIVO-FIM TO WRK-SER-DATA.
002780     PERFORM 8000-CALCULAR-SERIAL THRU 8000-CALCULAR-SERIAL-EXIT.
002790     MOVE WRK-SER-RESULTADO TO WRK-SERIAL-CONCES.
002800     DISPLAY 'DIAS DE DIREITO NO PERIODO: ' FER-DIAS-DIREITO.
002810     DISPLAY 'VENDER 1/3 (ABONO PECUNIARIO) (S/N)? '.
002820     MOVE 'N' TO WRK-RESPOSTA.
002830     ACCEPT WRK-RESPOSTA.
002840     IF WRK-RESPOSTA-SIM
002850         DIVIDE FER-DIAS-DIREITO BY 3 GIVING WRK-DIAS-ABONO
002860     ELSE
002870         MOVE ZEROS TO WRK-DIAS-ABONO
002880     END-IF.
002890     COMPUTE WRK-DIAS-A-GOZAR = FER-DIAS-DIREITO - WRK-DIAS-ABONO.
002900     DISPLAY 'DIAS A GOZAR: ' WRK-DIAS-A-GOZAR.
002910     DISPLAY 'QUANTIDADE DE PARCELAS (1 A 3): '.
002920     ACCEPT WRK-QTDE-PARCELAS.
002930     IF WRK-QTDE-PARCELAS < 1 OR WRK-QTDE-PARCELAS > 3
002940         DISPLAY 'QUANTIDADE DE PARCELAS INVALIDA'
002950         GO TO 3000-PROGRAMAR-EXIT.
002960     MOVE ZEROS TO WRK-TABELA-PARCELAS.
002970     MOVE 1 TO WRK-SUB.
002980     PERFORM 3100-LER-PARCELA THRU 3100-LER-PARCELA-EXIT
002990         UNTIL WRK-SUB > WRK-QTDE-PARCELAS.
003000     PERFORM 3200-CONFERIR-PARCELAS
003010         THRU 3200-CONFERIR-PARCELAS-EXIT.
003020     IF NOT WRK-PROGRAMACAO-OK
003030         DISPLAY 'PROGRAMACAO RECUSADA - NADA GRAVADO'
003040         GO TO 3000-PROGRAMAR-EXIT.
003050     IF WRK-ALEM-CONCESSIVO
003060         DISPLAY 'ATENCAO: HA PARCELA ALEM DO FIM DO PERIODO '
003070             'CONCESSIVO (' FER-CONCESSIVO-FIM ') - FERIAS '
003080             'EM DOBRO'
003090         DISPLAY 'CONFIRMA ASSIM MESMO (S/N)? '
003100         MOVE 'N' TO WRK-RESPOSTA
003110         ACCEPT WRK-RESPOSTA
003120         IF NOT WRK-RESPOSTA-SIM
003130             DISPLAY 'PROGRAMACAO NAO GRAVADA'
003140             GO TO 3000-PROGRAMAR-EXIT
003150         END-IF
003160     END-IF.
003170     IF WRK-DIAS-ABONO > ZEROS
003180         SET FER-COM-ABONO TO TRUE
003190     ELSE
003200         SET FER-SEM-ABONO TO TRUE
003210     END-IF.
003220     MOVE 1 TO WRK-SUB.
003230     PERFORM 3300-MONTAR-PARCELA THRU 3300-MONTAR-PARCELA-EXIT
003240         UNTIL WRK-SUB > 3.
003250     MOVE WRK-USUARIO TO FER-USUARIO.
003260     REWRITE FER-RECORD
003270         INVALID KEY
003280             DISPLAY 'ERRO AO REGRAVAR O PERIODO'
003290         NOT INVALID KEY
003300             DISPLAY 'FERIAS PROGRAMADAS - PAGAMENTO DOIS DIAS '
003310                 'UTEIS ANTES DE CADA PARCELA'
003320     END-REWRITE.
003330 3000-PROGRAMAR-EXIT.
003340     EXIT.
003350
003360 3100-LER-PARCELA.
003370     DISPLAY 'PARCELA ' WRK-SUB ' - INICIO (AAAAMMDD): '.
003380     ACCEPT WRK-P-INICIO (WRK-SUB).
003390     DISPLAY 'PARCELA ' WRK-SUB ' - DIAS: '.
003400     ACCEPT WRK-P-DIAS (WRK-SUB).
003410     ADD 1 TO WRK-SUB.
003420 3100-LER-PARCELA-EXIT.
003430     EXIT.
003440
003450*=========================================================
003460* REGRAS: SOMA DOS DIAS = DIAS A GOZAR; FRACIONADA, UMA
003470* PARCELA COM 14+ DIAS E AS OUTRAS COM 5+; CADA INICIO
003480* DEPOIS DE HOJE, DEPOIS DO FIM DO PERIODO AQUISITIVO E
003490* DEPOIS DO FIM DA PARCELA ANTERIOR
003500*=========================================================
003510 3200-CONFERIR-PARCELAS.
003520     MOVE 'S' TO WRK-SW-PROGRAMACAO.
003530     MOVE 'N' TO WRK-SW-DOBRO.
003540     MOVE ZEROS TO WRK-DIAS-SOMADOS WRK-QTDE-14.
003550     MOVE WRK-SERIAL-AQUIS TO WRK-SERIAL-FIM-ANT.
003560     IF WRK-SERIAL-HOJE > WRK-SERIAL-FIM-ANT
003570         MOVE WRK-SERIAL-HOJE TO WRK-SERIAL-FIM-ANT
003580     END-IF.
003590     MOVE 1 TO WRK-SUB.
003600     PERFORM 3210-CONFERIR-UMA THRU 3210-CONFERIR-UMA-EXIT
003610         UNTIL WRK-SUB > WRK-QTDE-PARCELAS.
003620     IF WRK-DIAS-SOMADOS NOT = WRK-DIAS-A-GOZAR
003630         DISPLAY 'SOMA DAS PARCELAS (' WRK-DIAS-SOMADOS
003640             ') DIFERENTE DOS DIAS A GOZAR ('
003650             WRK-DIAS-A-GOZAR ')'
003660         MOVE 'N' TO WRK-SW-PROGRAMACAO
003670     END-IF.
003680     IF WRK-QTDE-PARCELAS > 1 AND WRK-QTDE-14 = ZEROS
003690         DISPLAY 'FERIAS FRACIONADAS PRECISAM DE UMA PARCELA '
003700             'COM PELO MENOS 14 DIAS'
003710         MOVE 'N' TO WRK-SW-PROGRAMACAO
003720     END-IF.
003730 3200-CONFERIR-PARCELAS-EXIT.
003740     EXIT.
003750
003760 3210-CONFERIR-UMA.
003770     ADD WRK-P-DIAS (WRK-SUB) TO WRK-DIAS-SOMADOS.
003780     IF WRK-P-DIAS (WRK-SUB) >= 14
003790         ADD 1 TO WRK-QTDE-14
003800     END-IF.
003810     IF WRK-QTDE-PARCELAS > 1 AND WRK-P-DIAS (WRK-SUB) < 5
003820         DISPLAY 'PARCELA ' WRK-SUB ' COM MENOS DE 5 DIAS'
003830         MOVE 'N' TO WRK-SW-PROGRAMACAO
003840     END-IF.
003850     IF WRK-P-DIAS (WRK-SUB) = ZEROS
003860         DISPLAY 'PARCELA ' WRK-SUB ' SEM DIAS'
003870         MOVE 'N' TO WRK-SW-PROGRAMACAO
003880         GO TO 3210-CONFERIR-UMA-PROXIMA.
003890     MOVE WRK-P-INICIO (WRK-SUB) TO WRK-SER-DATA.
003900     IF WRK-SER-MES < 1 OR WRK-SER-MES > 12
003910             OR WRK-SER-DIA < 1 OR WRK-SER-DIA > 31
003920         DISPLAY 'PARCELA ' WRK-SUB ' COM DATA INVALIDA'
003930         MOVE 'N' TO WRK-SW-PROGRAMACAO
003940         GO TO 3210-CONFERIR-UMA-PROXIMA.
003950     PERFORM 8000-CALCULAR-SERIAL THRU 8000-CALCULAR-SERIAL-EXIT.
003960     MOVE WRK-SER-RESULTADO TO WRK-SERIAL-INICIO.
003970     IF WRK-SERIAL-INICIO NOT > WRK-SERIAL-FIM-ANT
003980         DISPLAY 'PARCELA ' WRK-SUB ' COMECA ANTES DE HOJE, '
003990             'DO FIM DO PERIODO AQUISITIVO OU DO FIM DA '
004000             'PARCELA ANTERIOR'
004010         MOVE 'N' TO WRK-SW-PROGRAMACAO
004020     END-IF.
004030     COMPUTE WRK-SERIAL-FIM =
004040         WRK-SERIAL-INICIO + WRK-P-DIAS (WRK-SUB) - 1.
004050     IF WRK-SERIAL-FIM > WRK-SERIAL-CONCES
004060         MOVE 'S' TO WRK-SW-DOBRO
004070     END-IF.
004080     MOVE WRK-SERIAL-FIM TO WRK-SERIAL-FIM-ANT.
004090 3210-CONFERIR-UMA-PROXIMA.
004100     ADD 1 TO WRK-SUB.
004110 3210-CONFERIR-UMA-EXIT.
004120     EXIT.
004130
004140 3300-MONTAR-PARCELA.
004150     MOVE ZEROS TO FER-P-DATA-PAGTO (WRK-SUB)
004160                   FER-P-LIQUIDO (WRK-SUB).
004170     IF WRK-SUB > WRK-QTDE-PARCELAS
004180         MOVE ZEROS TO FER-P-INICIO (WRK-SUB)
004190                       FER-P-DIAS (WRK-SUB)
004200         SET FER-P-LIVRE (WRK-SUB) TO TRUE
004210     ELSE
004220         MOVE WRK-P-INICIO (WRK-SUB) TO FER-P-INICIO (WRK-SUB)
004230         MOVE WRK-P-DIAS (WRK-SUB) TO FER-P-DIAS (WRK-SUB)
004240         SET FER-P-PROGRAMADA (WRK-SUB) TO TRUE
004250     END-IF.
004260     ADD 1 TO WRK-SUB.
004270 3300-MONTAR-PARCELA-EXIT.
004280     EXIT.
004290
004300*=========================================================
004310* CANCELA A PROGRAMACAO DE UM PERIODO SEM PARCELA PAGA
004320*=========================================================
004330 4000-CANCELAR.
004340     DISPLAY 'MATRICULA: '.
004350     ACCEPT WRK-MATRICULA.
004360     DISPLAY 'INICIO DO PERIODO AQUISITIVO (AAAAMMDD): '.
004370     ACCEPT WRK-AQUIS-INICIO.
004380     MOVE WRK-MATRICULA TO FER-MATRICULA.
004390     MOVE WRK-AQUIS-INICIO TO FER-AQUIS-INICIO.
004400     READ VACATION-MASTER
004410         INVALID KEY
004420             DISPLAY 'PERIODO NAO ENCONTRADO'
004430             GO TO 4000-CANCELAR-EXIT
004440     END-READ.
004450     IF FER-P-PAGA (1) OR FER-P-PAGA (2) OR FER-P-PAGA (3)
004460         DISPLAY 'PERIODO COM PARCELA JA PAGA - CANCELAMENTO '
004470             'RECUSADO'
004480         GO TO 4000-CANCELAR-EXIT.
004490     IF FER-P-LIVRE (1) AND FER-P-LIVRE (2) AND FER-P-LIVRE (3)
004500         DISPLAY 'PERIODO SEM PROGRAMACAO'
004510         GO TO 4000-CANCELAR-EXIT.
004520     MOVE ZEROS TO WRK-QTDE-PARCELAS.
004530     MOVE 1 TO WRK-SUB.
004540     PERFORM 3300-MONTAR-PARCELA THRU 3300-MONTAR-PARCELA-EXIT
004550         UNTIL WRK-SUB > 3.
004560     SET FER-SEM-ABONO TO TRUE.
004570     MOVE WRK-USUARIO TO FER-USUARIO.
004580     REWRITE FER-RECORD
004590         INVALID KEY
004600             DISPLAY 'ERRO AO REGRAVAR O PERIODO'
004610         NOT INVALID KEY
004620             DISPLAY 'PROGRAMACAO CANCELADA'
004630     END-REWRITE.
004640 4000-CANCELAR-EXIT.
004650     EXIT.
004660
004670 5000-CONFERIR-FUNC.
004680     MOVE 'N' TO WRK-SW-ENCONTROU.
004690     IF NOT WRK-EMPMAST-DISPONIVEL
004700         GO TO 5000-CONFERIR-FUNC-EXIT.
004710     MOVE WRK-MATRICULA TO EMP-ID.
004720     READ EMPLOYEE-MASTER
004730         INVALID KEY
004740             CONTINUE
004750         NOT INVALID KEY
004760             SET WRK-FUNC-ENCONTRADO TO TRUE
004770             DISPLAY 'FUNCIONARIO: ' EMP-NOME
004780     END-READ.
004790 5000-CONFERIR-FUNC-EXIT.
004800     EXIT.
004810
004820*=========================================================
004830* DATA AAAAMMDD -> DIAS CORRIDOS DESDE O ANO ZERO (MARCO
004840* COMO PRIMEIRO MES, PARA O 29/02 CAIR NO FIM DO ANO)
004850*=========================================================
004860 8000-CALCULAR-SERIAL.
004870     MOVE WRK-SER-ANO TO WRK-SER-A.
004880     MOVE WRK-SER-MES TO WRK-SER-M.
004890     IF WRK-SER-M < 3
004900         SUBTRACT 1 FROM WRK-SER-A
004910         ADD 12 TO WRK-SER-M
004920     END-IF.
004930     DIVIDE WRK-SER-A BY 4 GIVING WRK-SER-Q4.
004940     DIVIDE WRK-SER-A BY 100 GIVING WRK-SER-Q100.
004950     DIVIDE WRK-SER-A BY 400 GIVING WRK-SER-Q400.
004960     COMPUTE WRK-SER-RESTO = 153 * (WRK-SER-M - 3) + 2.
004970     DIVIDE WRK-SER-RESTO BY 5 GIVING WRK-SER-QMES.
004980     COMPUTE WRK-SER-RESULTADO = 365 * WRK-SER-A
004990         + WRK-SER-Q4 - WRK-SER-Q100 + WRK-SER-Q400
005000         + WRK-SER-QMES + WRK-SER-DIA.
005010 8000-CALCULAR-SERIAL-EXIT.
005020     EXIT.
