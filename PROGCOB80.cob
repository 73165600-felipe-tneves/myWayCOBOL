000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCOB80.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE PESSOAL.
000050 DATE-WRITTEN. 05/10/2026.
000060 DATE-COMPILED. 05/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: APURACAO DOS PERIODOS AQUISITIVOS DE FERIAS E
000100*           RELATORIO DE FERIAS EM DOBRO (FERDOBRO). PARA
000110*           CADA FUNCIONARIO NAO DESLIGADO, CONTA OS
000120*           PERIODOS DE 12 MESES A PARTIR DA ADMISSAO (EVENTO
000130*           ADMISSAO DO MOVHIST; SEM ELE, 01/01 DO ANO DE
000140*           ENTRADA), ESTICANDO O FIM DE CADA PERIODO PELOS
000150*           DIAS DE AFASTAMENTO (AFASTAMENTO ATE O RETORNO;
000160*           SEM RETORNO, ATE HOJE) QUE CAEM DENTRO DELE. O
000170*           PERIODO E CRIADO/ATUALIZADO NO CADASTRO FERIAS
000180*           (SITUACAO A = EM AQUISICAO, C = A GOZAR) COM O
000190*           FIM DO PERIODO CONCESSIVO (12 MESES DEPOIS DO
000200*           FIM DO AQUISITIVO). O RELATORIO LISTA O PERIODO
000210*           A GOZAR COM DIAS AINDA NAO PROGRAMADOS QUE VENCE
000220*           EM ATE 90 DIAS, O JA VENCIDO (DOBRO DEVIDO) E O
000230*           PROGRAMADO PARA DEPOIS DO LIMITE. RODA NO
000240*           FECHAMENTO MENSAL (PROGCOB75).
000250* OBS: DIREITO DE 30 DIAS POR PERIODO. PERIODO QUITADO NAO
000260*      E MAIS ALTERADO. VENCIDO EM DOBRO TERMINA COM RC 4
000270*      (AVISO) - A CADEIA MENSAL SEGUE.
000280* -----------------------------------------------------
000290* HISTORICO DE ALTERACOES
000300* 05/10/2026 FT  PROGRAMA CRIADO.
000300* 15/10/2026 FT  ADMISSAO GERADA POR TRANSFERENCIA ENTRE
000300*                EMPRESAS (MOV-ORIGEM 'T') NAO REINICIA O
000300*                PERIODO AQUISITIVO.
000310***********************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SPECIAL-NAMES.
000350     DECIMAL-POINT IS COMMA.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS EMP-ID
000420         FILE STATUS IS PAQ-EMPMAST-STATUS.
000430     SELECT MOVEMENT-HISTORY ASSIGN TO 'MOVHIST'
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS PAQ-MOVHIST-STATUS.
000460     SELECT VACATION-MASTER ASSIGN TO 'FERIAS'
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS FER-CHAVE
000500         FILE STATUS IS PAQ-FERIAS-STATUS.
000510     SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSIDATE'
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS PAQ-BUSIDATE-STATUS.
000540     SELECT DOUBLE-PAY-REPORT ASSIGN TO 'FERDOBRO'
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS PAQ-REPORT-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  EMPLOYEE-MASTER.
000600     COPY EMPREC.
000610 FD  MOVEMENT-HISTORY.
000620     COPY MOVHIST.
000630 FD  VACATION-MASTER.
000640     COPY FERIAS.
000650 FD  BUSINESS-DATE-FILE.
000660     COPY BUSIDATE.
000670 FD  DOUBLE-PAY-REPORT
000680     RECORD CONTAINS 100 CHARACTERS.
000690 01  PAQ-REPORT-LINE          PIC X(100).
000700 WORKING-STORAGE SECTION.
000710 01  PAQ-SWITCHES.
000720     05  PAQ-EMPMAST-STATUS   PIC X(02) VALUE '00'.
000730         88  PAQ-EMPMAST-EOF      VALUE '10'.
000740     05  PAQ-MOVHIST-STATUS   PIC X(02) VALUE '00'.
000750         88  PAQ-MOVHIST-EOF      VALUE '10'.
000760     05  PAQ-FERIAS-STATUS    PIC X(02) VALUE '00'.
000770     05  PAQ-BUSIDATE-STATUS  PIC X(02) VALUE '00'.
000780     05  PAQ-REPORT-STATUS    PIC X(02) VALUE '00'.
000790     05  PAQ-SW-AFASTADO      PIC X(01) VALUE 'N'.
000800         88  PAQ-AFASTAMENTO-ABERTO   VALUE 'S'.
000810     05  PAQ-SW-PERIODO       PIC X(01) VALUE 'N'.
000820         88  PAQ-PERIODO-EXISTE       VALUE 'S'.
000830
000840 01  PAQ-CONTADORES.
000850     05  PAQ-RETORNO          PIC 9(04) COMP VALUE ZEROS.
000860     05  PAQ-QTDE-FUNC        PIC 9(05) COMP VALUE ZEROS.
000870     05  PAQ-QTDE-CRIADOS     PIC 9(05) COMP VALUE ZEROS.
000880     05  PAQ-QTDE-ATUALIZADOS PIC 9(05) COMP VALUE ZEROS.
000890     05  PAQ-QTDE-A-VENCER    PIC 9(05) COMP VALUE ZEROS.
000900     05  PAQ-QTDE-VENCIDOS    PIC 9(05) COMP VALUE ZEROS.
000910     05  PAQ-QTDE-APOS-LIMITE PIC 9(05) COMP VALUE ZEROS.
000920     05  PAQ-QTDE-EVENTOS     PIC 9(04) COMP VALUE ZEROS.
000930     05  PAQ-QTDE-AFAST       PIC 9(02) COMP VALUE ZEROS.
000940     05  PAQ-QTDE-PERIODOS    PIC 9(03) COMP VALUE ZEROS.
000950     05  PAQ-SUB              PIC 9(04) COMP VALUE ZEROS.
000960     05  PAQ-SUB-AFA          PIC 9(02) COMP VALUE ZEROS.
000970     05  PAQ-SUB-PAR          PIC 9(01) COMP VALUE ZEROS.
000980     05  PAQ-VOLTAS           PIC 9(02) COMP VALUE ZEROS.
000990
001000*    ADMISSOES, AFASTAMENTOS E RETORNOS DO MOVHIST, NA ORDEM
001010*    DO ARQUIVO (CRONOLOGICA)
001020 01  PAQ-TABELA-EVENTOS.
001030     05  PAQ-EVENTO OCCURS 2000 TIMES.
001040         10  PAQ-EVT-MATRICULA PIC 9(05).
001050         10  PAQ-EVT-TIPO      PIC X(01).
001060         10  PAQ-EVT-DATA      PIC 9(08).
001070
001080*    AFASTAMENTOS DO FUNCIONARIO CORRENTE, EM DIAS CORRIDOS
001090 01  PAQ-TABELA-AFASTAMENTOS.
001100     05  PAQ-AFASTAMENTO OCCURS 20 TIMES.
001110         10  PAQ-AFA-INICIO    PIC 9(07).
001120         10  PAQ-AFA-FIM       PIC 9(07).
001130
001140 01  PAQ-DATASISTEMA          PIC 9(08) VALUE ZEROS.
001150 01  PAQ-SERIAL-HOJE          PIC 9(07) VALUE ZEROS.
001160
001170 01  PAQ-AREA-PERIODO.
001180     05  PAQ-ADMISSAO         PIC 9(08) VALUE ZEROS.
001190     05  PAQ-INICIO           PIC 9(08) VALUE ZEROS.
001200     05  PAQ-FIM              PIC 9(08) VALUE ZEROS.
001210     05  PAQ-CONCESSIVO       PIC 9(08) VALUE ZEROS.
001220     05  PAQ-SERIAL-INICIO    PIC 9(07) VALUE ZEROS.
001230     05  PAQ-SERIAL-FIM-BASE  PIC 9(07) VALUE ZEROS.
001240     05  PAQ-SERIAL-FIM       PIC 9(07) VALUE ZEROS.
001250     05  PAQ-SERIAL-CONCES    PIC 9(07) VALUE ZEROS.
001260     05  PAQ-SUSPENSOS        PIC 9(05) VALUE ZEROS.
001270     05  PAQ-SUSPENSOS-ANT    PIC 9(05) VALUE ZEROS.
001280     05  PAQ-SOBRE-INI        PIC 9(07) VALUE ZEROS.
001290     05  PAQ-SOBRE-FIM        PIC 9(07) VALUE ZEROS.
001300     05  PAQ-DIAS-ABONO       PIC 9(02) VALUE ZEROS.
001310     05  PAQ-DIAS-PROGRAMADOS PIC 9(03) VALUE ZEROS.
001320     05  PAQ-DIAS-PENDENTES   PIC S9(03) VALUE ZEROS.
001330     05  PAQ-DIAS-PARA-VENCER PIC S9(07) VALUE ZEROS.
001340     05  PAQ-SERIAL-P-FIM     PIC 9(07) VALUE ZEROS.
001350     05  PAQ-SW-APOS-LIMITE   PIC X(01) VALUE 'N'.
001360         88  PAQ-PARCELA-APOS-LIMITE  VALUE 'S'.
001370
001380*    DATA AAAAMMDD <-> DIAS CORRIDOS (CONTAGEM EXATA, COM ANO
001390*    BISSEXTO; MARCO COMO PRIMEIRO MES DO ANO DE CALCULO)
001400 01  PAQ-AREA-SERIAL.
001410     05  PAQ-SER-DATA         PIC 9(08) VALUE ZEROS.
001420     05  PAQ-SER-DATA-R REDEFINES PAQ-SER-DATA.
001430         10  PAQ-SER-ANO      PIC 9(04).
001440         10  PAQ-SER-MES      PIC 9(02).
001450         10  PAQ-SER-DIA      PIC 9(02).
001460     05  PAQ-SER-A            PIC S9(05) COMP VALUE ZEROS.
001470     05  PAQ-SER-M            PIC 9(03) COMP VALUE ZEROS.
001480     05  PAQ-SER-Q4           PIC S9(05) COMP VALUE ZEROS.
001490     05  PAQ-SER-Q100         PIC S9(05) COMP VALUE ZEROS.
001500     05  PAQ-SER-Q400         PIC S9(05) COMP VALUE ZEROS.
001510     05  PAQ-SER-QMES         PIC 9(05) COMP VALUE ZEROS.
001520     05  PAQ-SER-RESTO        PIC 9(05) COMP VALUE ZEROS.
001530     05  PAQ-SER-RESULTADO    PIC 9(07) VALUE ZEROS.
001540     05  PAQ-SER-BASE         PIC S9(09) COMP VALUE ZEROS.
001550     05  PAQ-SER-PRODUTO      PIC 9(12) COMP VALUE ZEROS.
001560     05  PAQ-SER-DDD          PIC S9(07) COMP VALUE ZEROS.
001570     05  PAQ-SER-MI           PIC 9(03) COMP VALUE ZEROS.
001580
001590*    ANIVERSARIO: DATA BASE + 1 ANO - 1 DIA (29/02 VIRA 01/03)
001600 01  PAQ-AREA-ANIVERSARIO.
001610     05  PAQ-ANV-BASE         PIC 9(08) VALUE ZEROS.
001620     05  PAQ-ANV-BASE-R REDEFINES PAQ-ANV-BASE.
001630         10  PAQ-ANV-ANO      PIC 9(04).
001640         10  PAQ-ANV-MES      PIC 9(02).
001650         10  PAQ-ANV-DIA      PIC 9(02).
001660     05  PAQ-ANV-SERIAL-FIM   PIC 9(07) VALUE ZEROS.
001670
001680 01  PAQ-LINHA-CABECALHO.
001690     05  FILLER               PIC X(06) VALUE 'MATRIC'.
001700     05  FILLER               PIC X(01) VALUE SPACES.
001710     05  FILLER               PIC X(30) VALUE 'NOME'.
001720     05  FILLER               PIC X(01) VALUE SPACES.
001730     05  FILLER               PIC X(21) VALUE
001740         'PERIODO AQUISITIVO'.
001750     05  FILLER               PIC X(09) VALUE 'LIMITE'.
001760     05  FILLER               PIC X(06) VALUE 'PEND'.
001770     05  FILLER               PIC X(24) VALUE 'SITUACAO'.
001780
001790 01  PAQ-LINHA-DETALHE.
001800     05  PAQ-D-MATRICULA      PIC 9(05).
001810     05  FILLER               PIC X(02) VALUE SPACES.
001820     05  PAQ-D-NOME           PIC X(30).
001830     05  FILLER               PIC X(01) VALUE SPACES.
001840     05  PAQ-D-INICIO         PIC 9(08).
001850     05  FILLER               PIC X(03) VALUE ' A '.
001860     05  PAQ-D-FIM            PIC 9(08).
001870     05  FILLER               PIC X(02) VALUE SPACES.
001880     05  PAQ-D-CONCESSIVO     PIC 9(08).
001890     05  FILLER               PIC X(02) VALUE SPACES.
001900     05  PAQ-D-PENDENTES      PIC ZZ9.
001910     05  FILLER               PIC X(02) VALUE SPACES.
001920     05  PAQ-D-SITUACAO       PIC X(24).
001930
001940 01  PAQ-LINHA-TOTAL.
001950     05  PAQ-T-ROTULO         PIC X(35).
001960     05  PAQ-T-QTDE           PIC ZZ.ZZ9.
001970
001980 PROCEDURE DIVISION.
001990
002000 0000-MAINLINE.
002010     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002020     IF PAQ-RETORNO = ZEROS
002030         PERFORM 2000-PROCESSAR-FUNC
002040             THRU 2000-PROCESSAR-FUNC-EXIT
002050             UNTIL PAQ-EMPMAST-EOF
002060         PERFORM 3000-TOTALIZAR THRU 3000-TOTALIZAR-EXIT
002070     END-IF.
002080     PERFORM 4000-FINALIZAR THRU 4000-FINALIZAR-EXIT.
002090     MOVE PAQ-RETORNO TO RETURN-CODE.
002100     GOBACK.
002110
002120 1000-INICIALIZAR.
002130     ACCEPT PAQ-DATASISTEMA FROM DATE YYYYMMDD.
002140     OPEN INPUT BUSINESS-DATE-FILE.
002150     IF PAQ-BUSIDATE-STATUS = '00'
002160         READ BUSINESS-DATE-FILE
002170             AT END
002180                 CONTINUE
002190             NOT AT END
002200                 IF BSD-DATA NOT = ZEROS
002210                     MOVE BSD-DATA TO PAQ-DATASISTEMA
002220                 END-IF
002230         END-READ
002240         CLOSE BUSINESS-DATE-FILE
002250     END-IF.
002260     MOVE PAQ-DATASISTEMA TO PAQ-SER-DATA.
002270     PERFORM 8000-CALCULAR-SERIAL THRU 8000-CALCULAR-SERIAL-EXIT.
002280     MOVE PAQ-SER-RESULTADO TO PAQ-SERIAL-HOJE.
002290     PERFORM 1100-CARREGAR-EVENTOS
002300         THRU 1100-CARREGAR-EVENTOS-EXIT.
002310     OPEN INPUT EMPLOYEE-MASTER.
002320     IF PAQ-EMPMAST-STATUS NOT = '00'
002330         DISPLAY 'EMPLOYEE-MASTER INDISPONIVEL - STATUS '
002340             PAQ-EMPMAST-STATUS
002350         MOVE 16 TO PAQ-RETORNO
002360         GO TO 1000-INICIALIZAR-EXIT.
002370     OPEN I-O VACATION-MASTER.
002380     IF PAQ-FERIAS-STATUS = '35'
002390         OPEN OUTPUT VACATION-MASTER
002400         CLOSE VACATION-MASTER
002410         OPEN I-O VACATION-MASTER
002420     END-IF.
002430     IF PAQ-FERIAS-STATUS NOT = '00'
002440         DISPLAY 'CADASTRO DE FERIAS INDISPONIVEL - STATUS '
002450             PAQ-FERIAS-STATUS
002460         CLOSE EMPLOYEE-MASTER
002470         MOVE 16 TO PAQ-RETORNO
002480         GO TO 1000-INICIALIZAR-EXIT.
002490     OPEN OUTPUT DOUBLE-PAY-REPORT.
002500     MOVE SPACES TO PAQ-REPORT-LINE.
002510     STRING '=== FERIAS A VENCER / EM DOBRO - POSICAO EM '
002520            PAQ-DATASISTEMA ' ==='
002530         DELIMITED BY SIZE INTO PAQ-REPORT-LINE.
002540     WRITE PAQ-REPORT-LINE.
002550     MOVE SPACES TO PAQ-REPORT-LINE.
002560     WRITE PAQ-REPORT-LINE.
002570     WRITE PAQ-REPORT-LINE FROM PAQ-LINHA-CABECALHO.
002580     READ EMPLOYEE-MASTER
002590         AT END SET PAQ-EMPMAST-EOF TO TRUE
002600     END-READ.
002610 1000-INICIALIZAR-EXIT.
002620     EXIT.
002630
002640*=========================================================
002650* EVENTOS DE VIDA FUNCIONAL QUE MEXEM NO PERIODO
002660* AQUISITIVO: ADMISSAO (INICIO), AFASTAMENTO E RETORNO
002670* (SUSPENSAO)
002680*=========================================================
002690 1100-CARREGAR-EVENTOS.
002700     OPEN INPUT MOVEMENT-HISTORY.
002710     IF PAQ-MOVHIST-STATUS NOT = '00'
002720         DISPLAY 'MOVHIST AUSENTE - ADMISSAO PELO ANO DE '
002730             'ENTRADA E SEM SUSPENSAO'
002740         GO TO 1100-CARREGAR-EVENTOS-EXIT.
002750     READ MOVEMENT-HISTORY
002760         AT END SET PAQ-MOVHIST-EOF TO TRUE
002770     END-READ.
002780     PERFORM 1110-GUARDAR-EVENTO THRU 1110-GUARDAR-EVENTO-EXIT
002790         UNTIL PAQ-MOVHIST-EOF OR PAQ-QTDE-EVENTOS = 2000.
002800     CLOSE MOVEMENT-HISTORY.
002810 1100-CARREGAR-EVENTOS-EXIT.
002820     EXIT.
002830
002840 1110-GUARDAR-EVENTO.
002850     IF (MOV-EVENTO = 'ADMISSAO' AND NOT MOV-TRANSF-EMPRESA)
002860             OR MOV-EVENTO = 'AFASTAMENTO'
002860             OR MOV-EVENTO = 'RETORNO'
002870         ADD 1 TO PAQ-QTDE-EVENTOS
002880         MOVE MOV-MATRICULA
002890             TO PAQ-EVT-MATRICULA (PAQ-QTDE-EVENTOS)
002900         MOVE MOV-EVENTO (1:1)
002910             TO PAQ-EVT-TIPO (PAQ-QTDE-EVENTOS)
002920         MOVE MOV-DATA TO PAQ-EVT-DATA (PAQ-QTDE-EVENTOS)
002930     END-IF.
002940     READ MOVEMENT-HISTORY
002950         AT END SET PAQ-MOVHIST-EOF TO TRUE
002960     END-READ.
002970 1110-GUARDAR-EVENTO-EXIT.
002980     EXIT.
002990
003000*=========================================================
003010* UM FUNCIONARIO: ADMISSAO, AFASTAMENTOS E PERIODOS ATE
003020* O QUE ESTA EM AQUISICAO HOJE
003030*=========================================================
003040 2000-PROCESSAR-FUNC.
003050     IF EMP-DESLIGADO
003060         GO TO 2000-PROCESSAR-FUNC-LER.
003070     MOVE ZEROS TO PAQ-ADMISSAO PAQ-QTDE-AFAST.
003080     MOVE 'N' TO PAQ-SW-AFASTADO.
003090     MOVE 1 TO PAQ-SUB.
003100     PERFORM 2100-VER-EVENTO THRU 2100-VER-EVENTO-EXIT
003110         UNTIL PAQ-SUB > PAQ-QTDE-EVENTOS.
003120     IF PAQ-AFASTAMENTO-ABERTO
003130         MOVE PAQ-SERIAL-HOJE TO PAQ-AFA-FIM (PAQ-QTDE-AFAST)
003140     END-IF.
003150     IF PAQ-ADMISSAO = ZEROS
003160         IF EMP-ANOENTRADA = ZEROS
003170             GO TO 2000-PROCESSAR-FUNC-LER
003180         END-IF
003190         COMPUTE PAQ-ADMISSAO = EMP-ANOENTRADA * 10000 + 0101
003200     END-IF.
003210     ADD 1 TO PAQ-QTDE-FUNC.
003220     MOVE PAQ-ADMISSAO TO PAQ-INICIO PAQ-SER-DATA.
003230     PERFORM 8000-CALCULAR-SERIAL THRU 8000-CALCULAR-SERIAL-EXIT.
003240     MOVE PAQ-SER-RESULTADO TO PAQ-SERIAL-INICIO.
003250     MOVE ZEROS TO PAQ-QTDE-PERIODOS.
003260     PERFORM 2200-APURAR-PERIODO THRU 2200-APURAR-PERIODO-EXIT
003270         UNTIL PAQ-SERIAL-INICIO > PAQ-SERIAL-HOJE
003280             OR PAQ-QTDE-PERIODOS > 60.
003290 2000-PROCESSAR-FUNC-LER.
003300     READ EMPLOYEE-MASTER
003310         AT END SET PAQ-EMPMAST-EOF TO TRUE
003320     END-READ.
003330 2000-PROCESSAR-FUNC-EXIT.
003340     EXIT.
003350
003360 2100-VER-EVENTO.
003370     IF PAQ-EVT-MATRICULA (PAQ-SUB) NOT = EMP-ID
003380         GO TO 2100-VER-EVENTO-PROXIMO.
003390     MOVE PAQ-EVT-DATA (PAQ-SUB) TO PAQ-SER-DATA.
003400     EVALUATE TRUE
003410         WHEN PAQ-EVT-TIPO (PAQ-SUB) = 'A'
003420             IF PAQ-ADMISSAO = ZEROS
003430                 MOVE PAQ-EVT-DATA (PAQ-SUB) TO PAQ-ADMISSAO
003440             END-IF
003450         WHEN PAQ-EVT-TIPO (PAQ-SUB) = 'F'
003460             IF NOT PAQ-AFASTAMENTO-ABERTO
003470                     AND PAQ-QTDE-AFAST < 20
003480                 PERFORM 8000-CALCULAR-SERIAL
003490                     THRU 8000-CALCULAR-SERIAL-EXIT
003500                 ADD 1 TO PAQ-QTDE-AFAST
003510                 MOVE PAQ-SER-RESULTADO
003520                     TO PAQ-AFA-INICIO (PAQ-QTDE-AFAST)
003530                 SET PAQ-AFASTAMENTO-ABERTO TO TRUE
003540             END-IF
003550         WHEN PAQ-EVT-TIPO (PAQ-SUB) = 'R'
003560             IF PAQ-AFASTAMENTO-ABERTO
003570                 PERFORM 8000-CALCULAR-SERIAL
003580                     THRU 8000-CALCULAR-SERIAL-EXIT
003590*                O DIA DO RETORNO JA CONTA PARA O PERIODO
003600                 COMPUTE PAQ-AFA-FIM (PAQ-QTDE-AFAST) =
003610                     PAQ-SER-RESULTADO - 1
003620                 MOVE 'N' TO PAQ-SW-AFASTADO
003630             END-IF
003640     END-EVALUATE.
003650 2100-VER-EVENTO-PROXIMO.
003660     ADD 1 TO PAQ-SUB.
003670 2100-VER-EVENTO-EXIT.
003680     EXIT.
003690
003700*=========================================================
003710* UM PERIODO: FIM = INICIO + 1 ANO - 1 DIA + DIAS
003720* AFASTADOS DENTRO DELE (REPETIDO ATE ESTABILIZAR, POIS O
003730* FIM ESTICADO PODE ALCANCAR OUTRO AFASTAMENTO)
003740*=========================================================
003750 2200-APURAR-PERIODO.
003760     ADD 1 TO PAQ-QTDE-PERIODOS.
003770     MOVE PAQ-INICIO TO PAQ-ANV-BASE.
003780     PERFORM 8200-CALCULAR-ANIVERSARIO
003790         THRU 8200-CALCULAR-ANIVERSARIO-EXIT.
003800     MOVE PAQ-ANV-SERIAL-FIM TO PAQ-SERIAL-FIM-BASE.
003810     MOVE ZEROS TO PAQ-SUSPENSOS.
003820     MOVE 99999 TO PAQ-SUSPENSOS-ANT.
003830     MOVE ZEROS TO PAQ-VOLTAS.
003840     PERFORM 2210-SOMAR-SUSPENSAO THRU 2210-SOMAR-SUSPENSAO-EXIT
003850         UNTIL PAQ-SUSPENSOS = PAQ-SUSPENSOS-ANT
003860             OR PAQ-VOLTAS > 10.
003870     COMPUTE PAQ-SERIAL-FIM = PAQ-SERIAL-FIM-BASE + PAQ-SUSPENSOS.
003880     MOVE PAQ-SERIAL-FIM TO PAQ-SER-RESULTADO.
003890     PERFORM 8100-CALCULAR-DATA THRU 8100-CALCULAR-DATA-EXIT.
003900     MOVE PAQ-SER-DATA TO PAQ-FIM.
003910*    CONCESSIVO: OS 12 MESES SEGUINTES AO FIM DO AQUISITIVO
003920     COMPUTE PAQ-SER-RESULTADO = PAQ-SERIAL-FIM + 1.
003930     PERFORM 8100-CALCULAR-DATA THRU 8100-CALCULAR-DATA-EXIT.
003940     MOVE PAQ-SER-DATA TO PAQ-ANV-BASE.
003950     PERFORM 8200-CALCULAR-ANIVERSARIO
003960         THRU 8200-CALCULAR-ANIVERSARIO-EXIT.
003970     MOVE PAQ-ANV-SERIAL-FIM TO PAQ-SERIAL-CONCES.
003980     MOVE PAQ-SER-DATA TO PAQ-CONCESSIVO.
003990     PERFORM 2300-GRAVAR-PERIODO THRU 2300-GRAVAR-PERIODO-EXIT.
004000     PERFORM 2400-CONFERIR-VENCIMENTO
004010         THRU 2400-CONFERIR-VENCIMENTO-EXIT.
004020*    PROXIMO PERIODO COMECA NO DIA SEGUINTE AO FIM
004030     COMPUTE PAQ-SERIAL-INICIO = PAQ-SERIAL-FIM + 1.
004040     MOVE PAQ-SERIAL-INICIO TO PAQ-SER-RESULTADO.
004050     PERFORM 8100-CALCULAR-DATA THRU 8100-CALCULAR-DATA-EXIT.
004060     MOVE PAQ-SER-DATA TO PAQ-INICIO.
004070 2200-APURAR-PERIODO-EXIT.
004080     EXIT.
004090
004100 2210-SOMAR-SUSPENSAO.
004110     ADD 1 TO PAQ-VOLTAS.
004120     MOVE PAQ-SUSPENSOS TO PAQ-SUSPENSOS-ANT.
004130     COMPUTE PAQ-SERIAL-FIM = PAQ-SERIAL-FIM-BASE + PAQ-SUSPENSOS.
004140     MOVE ZEROS TO PAQ-SUSPENSOS.
004150     MOVE 1 TO PAQ-SUB-AFA.
004160     PERFORM 2220-SOMAR-AFASTAMENTO
004170         THRU 2220-SOMAR-AFASTAMENTO-EXIT
004180         UNTIL PAQ-SUB-AFA > PAQ-QTDE-AFAST.
004190 2210-SOMAR-SUSPENSAO-EXIT.
004200     EXIT.
004210
004220 2220-SOMAR-AFASTAMENTO.
004230     MOVE PAQ-AFA-INICIO (PAQ-SUB-AFA) TO PAQ-SOBRE-INI.
004240     IF PAQ-SOBRE-INI < PAQ-SERIAL-INICIO
004250         MOVE PAQ-SERIAL-INICIO TO PAQ-SOBRE-INI
004260     END-IF.
004270     MOVE PAQ-AFA-FIM (PAQ-SUB-AFA) TO PAQ-SOBRE-FIM.
004280     IF PAQ-SOBRE-FIM > PAQ-SERIAL-FIM
004290         MOVE PAQ-SERIAL-FIM TO PAQ-SOBRE-FIM
004300     END-IF.
004310     IF PAQ-SOBRE-FIM NOT < PAQ-SOBRE-INI
004320         COMPUTE PAQ-SUSPENSOS = PAQ-SUSPENSOS
004330             + PAQ-SOBRE-FIM - PAQ-SOBRE-INI + 1
004340     END-IF.
004350     ADD 1 TO PAQ-SUB-AFA.
004360 2220-SOMAR-AFASTAMENTO-EXIT.
004370     EXIT.
004380
004390*=========================================================
004400* CRIA OU ATUALIZA O PERIODO NO CADASTRO FERIAS - A
004410* PROGRAMACAO E OS PAGAMENTOS JA FEITOS NAO SAO TOCADOS
004420*=========================================================
004430 2300-GRAVAR-PERIODO.
004440     MOVE EMP-ID TO FER-MATRICULA.
004450     MOVE PAQ-INICIO TO FER-AQUIS-INICIO.
004460     MOVE 'S' TO PAQ-SW-PERIODO.
004470     READ VACATION-MASTER
004480         INVALID KEY
004490             MOVE 'N' TO PAQ-SW-PERIODO
004500     END-READ.
004510     IF NOT PAQ-PERIODO-EXISTE
004520         MOVE SPACES TO FER-RECORD
004530         MOVE EMP-ID TO FER-MATRICULA
004540         MOVE PAQ-INICIO TO FER-AQUIS-INICIO
004550         MOVE 30 TO FER-DIAS-DIREITO
004560         SET FER-SEM-ABONO TO TRUE
004570         MOVE 1 TO PAQ-SUB-PAR
004580         PERFORM 2310-LIMPAR-PARCELA THRU 2310-LIMPAR-PARCELA-EXIT
004590             UNTIL PAQ-SUB-PAR > 3
004600         MOVE 'BATCH' TO FER-USUARIO
004610     END-IF.
004620     IF FER-QUITADO
004630         GO TO 2300-GRAVAR-PERIODO-EXIT.
004640     MOVE PAQ-FIM TO FER-AQUIS-FIM.
004650     MOVE PAQ-CONCESSIVO TO FER-CONCESSIVO-FIM.
004660     MOVE PAQ-SUSPENSOS TO FER-DIAS-SUSPENSOS.
004670     IF PAQ-SERIAL-FIM < PAQ-SERIAL-HOJE
004680         SET FER-A-GOZAR TO TRUE
004690     ELSE
004700         SET FER-EM-AQUISICAO TO TRUE
004710     END-IF.
004720     IF PAQ-PERIODO-EXISTE
004730         REWRITE FER-RECORD
004740             INVALID KEY
004750                 DISPLAY 'ERRO AO REGRAVAR FERIAS - MATRICULA '
004760                     EMP-ID
004770         END-REWRITE
004780         ADD 1 TO PAQ-QTDE-ATUALIZADOS
004790     ELSE
004800         WRITE FER-RECORD
004810             INVALID KEY
004820                 DISPLAY 'ERRO AO GRAVAR FERIAS - MATRICULA '
004830                     EMP-ID
004840         END-WRITE
004850         ADD 1 TO PAQ-QTDE-CRIADOS
004860     END-IF.
004870 2300-GRAVAR-PERIODO-EXIT.
004880     EXIT.
004890
004900 2310-LIMPAR-PARCELA.
004910     MOVE ZEROS TO FER-P-INICIO (PAQ-SUB-PAR)
004920                   FER-P-DIAS (PAQ-SUB-PAR)
004930                   FER-P-DATA-PAGTO (PAQ-SUB-PAR)
004940                   FER-P-LIQUIDO (PAQ-SUB-PAR).
004950     SET FER-P-LIVRE (PAQ-SUB-PAR) TO TRUE.
004960     ADD 1 TO PAQ-SUB-PAR.
004970 2310-LIMPAR-PARCELA-EXIT.
004980     EXIT.
004990
005000*=========================================================
005010* PERIODO A GOZAR: VENCIDO (DOBRO DEVIDO), VENCENDO EM ATE
005020* 90 DIAS COM DIAS SEM PROGRAMAR, OU PARCELA PROGRAMADA
005030* PARA DEPOIS DO LIMITE CONCESSIVO
005040*=========================================================
005050 2400-CONFERIR-VENCIMENTO.
005060     IF NOT FER-A-GOZAR
005070         GO TO 2400-CONFERIR-VENCIMENTO-EXIT.
005080     MOVE ZEROS TO PAQ-DIAS-ABONO PAQ-DIAS-PROGRAMADOS.
005090     MOVE 'N' TO PAQ-SW-APOS-LIMITE.
005100     IF FER-COM-ABONO
005110         DIVIDE FER-DIAS-DIREITO BY 3 GIVING PAQ-DIAS-ABONO
005120     END-IF.
005130     MOVE 1 TO PAQ-SUB-PAR.
005140     PERFORM 2410-SOMAR-PARCELA THRU 2410-SOMAR-PARCELA-EXIT
005150         UNTIL PAQ-SUB-PAR > 3.
005160     COMPUTE PAQ-DIAS-PENDENTES = FER-DIAS-DIREITO
005170         - PAQ-DIAS-ABONO - PAQ-DIAS-PROGRAMADOS.
005180     IF PAQ-DIAS-PENDENTES < ZEROS
005190         MOVE ZEROS TO PAQ-DIAS-PENDENTES
005200     END-IF.
005210     COMPUTE PAQ-DIAS-PARA-VENCER =
005220         PAQ-SERIAL-CONCES - PAQ-SERIAL-HOJE.
005230     MOVE SPACES TO PAQ-D-SITUACAO.
005240     EVALUATE TRUE
005250         WHEN PAQ-DIAS-PARA-VENCER < ZEROS
005260                 AND (PAQ-DIAS-PENDENTES > ZEROS
005270                      OR PAQ-PARCELA-APOS-LIMITE)
005280             MOVE 'VENCIDO - DOBRO DEVIDO' TO PAQ-D-SITUACAO
005290             ADD 1 TO PAQ-QTDE-VENCIDOS
005300             IF PAQ-RETORNO < 4
005310                 MOVE 4 TO PAQ-RETORNO
005320             END-IF
005330         WHEN PAQ-DIAS-PENDENTES > ZEROS
005340                 AND PAQ-DIAS-PARA-VENCER NOT > 90
005350             MOVE 'VENCE EM ATE 90 DIAS' TO PAQ-D-SITUACAO
005360             ADD 1 TO PAQ-QTDE-A-VENCER
005370         WHEN PAQ-PARCELA-APOS-LIMITE
005380             MOVE 'PROGRAMADO APOS LIMITE' TO PAQ-D-SITUACAO
005390             ADD 1 TO PAQ-QTDE-APOS-LIMITE
005400         WHEN OTHER
005410             GO TO 2400-CONFERIR-VENCIMENTO-EXIT
005420     END-EVALUATE.
005430     MOVE EMP-ID TO PAQ-D-MATRICULA.
005440     MOVE EMP-NOME TO PAQ-D-NOME.
005450     MOVE FER-AQUIS-INICIO TO PAQ-D-INICIO.
005460     MOVE FER-AQUIS-FIM TO PAQ-D-FIM.
005470     MOVE FER-CONCESSIVO-FIM TO PAQ-D-CONCESSIVO.
005480     MOVE PAQ-DIAS-PENDENTES TO PAQ-D-PENDENTES.
005490     WRITE PAQ-REPORT-LINE FROM PAQ-LINHA-DETALHE.
005500 2400-CONFERIR-VENCIMENTO-EXIT.
005510     EXIT.
005520
005530 2410-SOMAR-PARCELA.
005540     IF FER-P-LIVRE (PAQ-SUB-PAR)
005550         GO TO 2410-SOMAR-PARCELA-PROXIMA.
005560     ADD FER-P-DIAS (PAQ-SUB-PAR) TO PAQ-DIAS-PROGRAMADOS.
005570     MOVE FER-P-INICIO (PAQ-SUB-PAR) TO PAQ-SER-DATA.
005580     PERFORM 8000-CALCULAR-SERIAL THRU 8000-CALCULAR-SERIAL-EXIT.
005590     COMPUTE PAQ-SERIAL-P-FIM =
005600         PAQ-SER-RESULTADO + FER-P-DIAS (PAQ-SUB-PAR) - 1.
005610     IF PAQ-SERIAL-P-FIM > PAQ-SERIAL-CONCES
005620         SET PAQ-PARCELA-APOS-LIMITE TO TRUE
005630     END-IF.
005640 2410-SOMAR-PARCELA-PROXIMA.
005650     ADD 1 TO PAQ-SUB-PAR.
005660 2410-SOMAR-PARCELA-EXIT.
005670     EXIT.
005680
005690 3000-TOTALIZAR.
005700     MOVE SPACES TO PAQ-REPORT-LINE.
005710     WRITE PAQ-REPORT-LINE.
005720     MOVE 'FUNCIONARIOS APURADOS:' TO PAQ-T-ROTULO.
005730     MOVE PAQ-QTDE-FUNC TO PAQ-T-QTDE.
005740     WRITE PAQ-REPORT-LINE FROM PAQ-LINHA-TOTAL.
005750     MOVE 'PERIODOS CRIADOS:' TO PAQ-T-ROTULO.
005760     MOVE PAQ-QTDE-CRIADOS TO PAQ-T-QTDE.
005770     WRITE PAQ-REPORT-LINE FROM PAQ-LINHA-TOTAL.
005780     MOVE 'PERIODOS ATUALIZADOS:' TO PAQ-T-ROTULO.
005790     MOVE PAQ-QTDE-ATUALIZADOS TO PAQ-T-QTDE.
005800     WRITE PAQ-REPORT-LINE FROM PAQ-LINHA-TOTAL.
005810     MOVE 'VENCENDO EM ATE 90 DIAS:' TO PAQ-T-ROTULO.
005820     MOVE PAQ-QTDE-A-VENCER TO PAQ-T-QTDE.
005830     WRITE PAQ-REPORT-LINE FROM PAQ-LINHA-TOTAL.
005840     MOVE 'VENCIDOS (FERIAS EM DOBRO):' TO PAQ-T-ROTULO.
005850     MOVE PAQ-QTDE-VENCIDOS TO PAQ-T-QTDE.
005860     WRITE PAQ-REPORT-LINE FROM PAQ-LINHA-TOTAL.
005870     MOVE 'PROGRAMADOS APOS O LIMITE:' TO PAQ-T-ROTULO.
005880     MOVE PAQ-QTDE-APOS-LIMITE TO PAQ-T-QTDE.
005890     WRITE PAQ-REPORT-LINE FROM PAQ-LINHA-TOTAL.
005900     DISPLAY 'FERIAS APURADAS - FUNCIONARIOS: ' PAQ-QTDE-FUNC.
005910     DISPLAY 'VENCIDOS EM DOBRO.............: '
005920         PAQ-QTDE-VENCIDOS.
005930 3000-TOTALIZAR-EXIT.
005940     EXIT.
005950
005960 4000-FINALIZAR.
005970     IF PAQ-RETORNO NOT = 16
005980         CLOSE EMPLOYEE-MASTER
005990         CLOSE VACATION-MASTER
006000         CLOSE DOUBLE-PAY-REPORT
006010     END-IF.
006020 4000-FINALIZAR-EXIT.
006030     EXIT.
006040
006050*=========================================================
006060* DATA AAAAMMDD -> DIAS CORRIDOS
006070*=========================================================
006080 8000-CALCULAR-SERIAL.
006090     MOVE PAQ-SER-ANO TO PAQ-SER-A.
006100     MOVE PAQ-SER-MES TO PAQ-SER-M.
006110     IF PAQ-SER-M < 3
006120         SUBTRACT 1 FROM PAQ-SER-A
006130         ADD 12 TO PAQ-SER-M
006140     END-IF.
006150     DIVIDE PAQ-SER-A BY 4 GIVING PAQ-SER-Q4.
006160     DIVIDE PAQ-SER-A BY 100 GIVING PAQ-SER-Q100.
006170     DIVIDE PAQ-SER-A BY 400 GIVING PAQ-SER-Q400.
006180     COMPUTE PAQ-SER-RESTO = 153 * (PAQ-SER-M - 3) + 2.
006190     DIVIDE PAQ-SER-RESTO BY 5 GIVING PAQ-SER-QMES.
006200     COMPUTE PAQ-SER-RESULTADO = 365 * PAQ-SER-A
006210         + PAQ-SER-Q4 - PAQ-SER-Q100 + PAQ-SER-Q400
006220         + PAQ-SER-QMES + PAQ-SER-DIA.
006230 8000-CALCULAR-SERIAL-EXIT.
006240     EXIT.
006250
006260*=========================================================
006270* DIAS CORRIDOS -> DATA AAAAMMDD (INVERSO DO 8000)
006280*=========================================================
006290 8100-CALCULAR-DATA.
006300     COMPUTE PAQ-SER-BASE = PAQ-SER-RESULTADO - 1.
006310     COMPUTE PAQ-SER-PRODUTO = PAQ-SER-BASE * 10000 + 14780.
006320     DIVIDE PAQ-SER-PRODUTO BY 3652425 GIVING PAQ-SER-A.
006330     PERFORM 8110-DIAS-NO-ANO THRU 8110-DIAS-NO-ANO-EXIT.
006340     IF PAQ-SER-DDD < ZEROS
006350         SUBTRACT 1 FROM PAQ-SER-A
006360         PERFORM 8110-DIAS-NO-ANO THRU 8110-DIAS-NO-ANO-EXIT
006370     END-IF.
006380     COMPUTE PAQ-SER-RESTO = 100 * PAQ-SER-DDD + 52.
006390     DIVIDE PAQ-SER-RESTO BY 3060 GIVING PAQ-SER-MI.
006400     COMPUTE PAQ-SER-RESTO = PAQ-SER-MI * 306 + 5.
006410     DIVIDE PAQ-SER-RESTO BY 10 GIVING PAQ-SER-QMES.
006420     COMPUTE PAQ-SER-DIA = PAQ-SER-DDD - PAQ-SER-QMES + 1.
006430     IF PAQ-SER-MI < 10
006440         COMPUTE PAQ-SER-MES = PAQ-SER-MI + 3
006450         MOVE PAQ-SER-A TO PAQ-SER-ANO
006460     ELSE
006470         COMPUTE PAQ-SER-MES = PAQ-SER-MI - 9
006480         COMPUTE PAQ-SER-ANO = PAQ-SER-A + 1
006490     END-IF.
006500 8100-CALCULAR-DATA-EXIT.
006510     EXIT.
006520
006530 8110-DIAS-NO-ANO.
006540     DIVIDE PAQ-SER-A BY 4 GIVING PAQ-SER-Q4.
006550     DIVIDE PAQ-SER-A BY 100 GIVING PAQ-SER-Q100.
006560     DIVIDE PAQ-SER-A BY 400 GIVING PAQ-SER-Q400.
006570     COMPUTE PAQ-SER-DDD = PAQ-SER-BASE - (365 * PAQ-SER-A
006580         + PAQ-SER-Q4 - PAQ-SER-Q100 + PAQ-SER-Q400).
006590 8110-DIAS-NO-ANO-EXIT.
006600     EXIT.
006610
006620*=========================================================
006630* FIM DE UM PERIODO DE 12 MESES: MESMO DIA/MES DO ANO
006640* SEGUINTE MENOS UM DIA (BASE EM 29/02 CONTA DE 01/03)
006650*=========================================================
006660 8200-CALCULAR-ANIVERSARIO.
006670     COMPUTE PAQ-SER-ANO = PAQ-ANV-ANO + 1.
006680     MOVE PAQ-ANV-MES TO PAQ-SER-MES.
006690     MOVE PAQ-ANV-DIA TO PAQ-SER-DIA.
006700     IF PAQ-ANV-MES = 02 AND PAQ-ANV-DIA = 29
006710         MOVE 03 TO PAQ-SER-MES
006720         MOVE 01 TO PAQ-SER-DIA
006730     END-IF.
006740     PERFORM 8000-CALCULAR-SERIAL THRU 8000-CALCULAR-SERIAL-EXIT.
006750     SUBTRACT 1 FROM PAQ-SER-RESULTADO.
006760     MOVE PAQ-SER-RESULTADO TO PAQ-ANV-SERIAL-FIM.
006770     PERFORM 8100-CALCULAR-DATA THRU 8100-CALCULAR-DATA-EXIT.
006780 8200-CALCULAR-ANIVERSARIO-EXIT.
006790     EXIT.
