000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCOB84.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE PESSOAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: INFORME DE RENDIMENTOS ANUAL - PARA O ANO-
000100*           CALENDARIO INFORMADO NO CONSOLE, JUNTA POR
000110*           MATRICULA O HISTORICO DE FOLHA (FOLHIST: FOLHA
000120*           MENSAL DO PROGCOB32, AS DUAS PARCELAS DO 13o DO
000130*           PROGCOB57 E A RESCISAO DO PROGCOB58) E OS
000140*           PAGAMENTOS DE FERIAS (FERADT, PROGCOB81), PELO
000150*           SORT. IMPRIME UM INFORME POR FUNCIONARIO NO
000160*           INFORPT (FONTE PAGADORA DO COMPMAST, RENDIMENTOS
000170*           TRIBUTAVEIS, INSS, IRRF, ISENTOS E 13o COM
000180*           TRIBUTACAO EXCLUSIVA) E GRAVA O ARQUIVO DE
000190*           TAMANHO FIXO DA DECLARACAO ANUAL (IRANUAL) PARA
000200*           O CONTADOR.
000210* OBS: A MESMA COMPETENCIA/PARCELA GRAVADA MAIS DE UMA VEZ
000220*      NO FOLHIST (RODADA DEFINITIVA REPETIDA) VALE PELA
000230*      ULTIMA GRAVACAO. NA RESCISAO O 13o PROPORCIONAL ENTRA
000240*      NOS TRIBUTAVEIS, COMO O PROGCOB58 TRIBUTA (SALDO + 13o
000250*      NA MESMA BASE). FERIAS ENTRAM PELO ANO DO PAGAMENTO;
000260*      ABONO PECUNIARIO E FERIAS INDENIZADAS SAO ISENTOS.
000270*      SEM FOLHIST O INFORME NAO RODA (RETURN-CODE 16);
000280*      MATRICULA FORA DO CADASTRO SAI COM AVISO (RC 4).
000290* -----------------------------------------------------
000300* HISTORICO DE ALTERACOES
000310* 15/10/2026 FT  PROGRAMA CRIADO.
000320***********************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SPECIAL-NAMES.
000360     DECIMAL-POINT IS COMMA.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT PAYROLL-HISTORY ASSIGN TO 'FOLHIST'
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS INF-FOLHIST-STATUS.
000420     SELECT VACATION-ADVANCE ASSIGN TO 'FERADT'
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS INF-FERADT-STATUS.
000450     SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS EMP-ID
000490         FILE STATUS IS INF-EMPMAST-STATUS.
000500     SELECT COMPANY-MASTER ASSIGN TO 'COMPMAST'
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS CIA-CODIGO
000540         FILE STATUS IS INF-COMPMAST-STATUS.
000550     SELECT SORT-WORK-FILE ASSIGN TO 'SRTWORK'.
000560     SELECT INFORME-REPORT ASSIGN TO 'INFORPT'
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS INF-REPORT-STATUS.
000590     SELECT ANNUAL-WITHHOLDING ASSIGN TO 'IRANUAL'
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS INF-IRANUAL-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  PAYROLL-HISTORY.
000650     COPY FOLHIST.
000660 FD  VACATION-ADVANCE.
000670     COPY FERADT.
000680 FD  EMPLOYEE-MASTER.
000690     COPY EMPREC.
000700 FD  COMPANY-MASTER.
000710     COPY COMPMST.
000720 SD  SORT-WORK-FILE.
000730 01  INF-SORT-RECORD.
000740     05  SRT-MATRICULA        PIC 9(05).
000750     05  SRT-COMPETENCIA      PIC 9(06).
000760*    M = FOLHA MENSAL, 1/2 = PARCELA DO 13o, R = RESCISAO,
000770*    F = PAGAMENTO DE FERIAS
000780     05  SRT-TIPO             PIC X(01).
000790         88  SRT-FERIAS           VALUE 'F'.
000800     05  SRT-ORDEM            PIC 9(07).
000810     05  SRT-BRUTO            PIC 9(07)V99.
000820     05  SRT-INSS             PIC 9(06)V99.
000830     05  SRT-IRRF             PIC 9(06)V99.
000840     05  SRT-ISENTO           PIC 9(06)V99.
000850 FD  INFORME-REPORT
000860     RECORD CONTAINS 80 CHARACTERS.
000870 01  INF-REPORT-LINE          PIC X(80).
000880 FD  ANNUAL-WITHHOLDING.
000890     COPY IRANUAL.
000900 WORKING-STORAGE SECTION.
000910 01  INF-SWITCHES.
000920     05  INF-FOLHIST-STATUS   PIC X(02) VALUE '00'.
000930         88  INF-FOLHIST-EOF      VALUE '10'.
000940     05  INF-FERADT-STATUS    PIC X(02) VALUE '00'.
000950         88  INF-FERADT-EOF       VALUE '10'.
000960     05  INF-EMPMAST-STATUS   PIC X(02) VALUE '00'.
000970     05  INF-COMPMAST-STATUS  PIC X(02) VALUE '00'.
000980     05  INF-REPORT-STATUS    PIC X(02) VALUE '00'.
000990     05  INF-IRANUAL-STATUS   PIC X(02) VALUE '00'.
001000     05  INF-SW-EMPMAST       PIC X(01) VALUE 'N'.
001010         88  INF-EMPMAST-DISPONIVEL   VALUE 'S'.
001020     05  INF-SW-COMPMAST      PIC X(01) VALUE 'N'.
001030         88  INF-COMPMAST-DISPONIVEL  VALUE 'S'.
001040     05  INF-SW-FIM-SORT      PIC X(01) VALUE 'N'.
001050         88  INF-FIM-SORT             VALUE 'S'.
001060     05  INF-SW-PENDENTE      PIC X(01) VALUE 'N'.
001070         88  INF-TEM-PENDENTE         VALUE 'S'.
001080     05  INF-SW-FUNC          PIC X(01) VALUE 'N'.
001090         88  INF-FUNC-ENCONTRADO      VALUE 'S'.
001100
001110 01  INF-CONTADORES.
001120     05  INF-RETORNO          PIC 9(04) COMP VALUE ZEROS.
001130     05  INF-ORDEM            PIC 9(07) COMP VALUE ZEROS.
001140     05  INF-QTDE-INFORMES    PIC 9(05) COMP VALUE ZEROS.
001150     05  INF-QTDE-REPETIDOS   PIC 9(05) COMP VALUE ZEROS.
001160     05  INF-QTDE-SEM-CADASTRO PIC 9(05) COMP VALUE ZEROS.
001170
001180 01  INF-TOTAIS.
001190     05  INF-TOT-TRIBUTAVEL   PIC 9(11)V99 COMP-3 VALUE ZEROS.
001200     05  INF-TOT-IRRF         PIC 9(11)V99 COMP-3 VALUE ZEROS.
001210     05  INF-TOT-13-SALARIO   PIC 9(11)V99 COMP-3 VALUE ZEROS.
001220     05  INF-TOT-13-IRRF      PIC 9(11)V99 COMP-3 VALUE ZEROS.
001230
001240 01  INF-ANO                  PIC 9(04) VALUE ZEROS.
001250 01  INF-DATA-PAGTO-R.
001260     05  INF-PAGTO-ANO        PIC 9(04).
001270     05  FILLER               PIC 9(04).
001280 01  INF-COMPETENCIA-R.
001290     05  INF-COMP-ANO         PIC 9(04).
001300     05  INF-COMP-MES         PIC 9(02).
001310
001320*    REGISTRO CLASSIFICADO AINDA NAO SOMADO - SO ENTRA NOS
001330*    ACUMULADORES QUANDO O SEGUINTE NAO O SUBSTITUI
001340 01  INF-PENDENTE.
001350     05  INF-P-MATRICULA      PIC 9(05) VALUE ZEROS.
001360     05  INF-P-COMPETENCIA    PIC 9(06) VALUE ZEROS.
001370     05  INF-P-TIPO           PIC X(01) VALUE SPACES.
001380     05  INF-P-BRUTO          PIC 9(07)V99 VALUE ZEROS.
001390     05  INF-P-INSS           PIC 9(06)V99 VALUE ZEROS.
001400     05  INF-P-IRRF           PIC 9(06)V99 VALUE ZEROS.
001410     05  INF-P-ISENTO         PIC 9(06)V99 VALUE ZEROS.
001420
001430 01  INF-ACUMULADORES.
001440     05  INF-A-TRIBUTAVEL     PIC 9(09)V99 VALUE ZEROS.
001450     05  INF-A-PREVIDENCIA    PIC 9(09)V99 VALUE ZEROS.
001460     05  INF-A-IRRF           PIC 9(09)V99 VALUE ZEROS.
001470     05  INF-A-13-SALARIO     PIC 9(09)V99 VALUE ZEROS.
001480     05  INF-A-13-PREVIDENCIA PIC 9(09)V99 VALUE ZEROS.
001490     05  INF-A-13-IRRF        PIC 9(09)V99 VALUE ZEROS.
001500     05  INF-A-ISENTO         PIC 9(09)V99 VALUE ZEROS.
001510
001520 01  INF-FONTE.
001530     05  INF-F-EMPRESA        PIC 9(02) VALUE ZEROS.
001540     05  INF-F-CNPJ           PIC 9(14) VALUE ZEROS.
001550     05  INF-F-NOME           PIC X(30) VALUE SPACES.
001560
001570 01  INF-LINHA-VALOR.
001580     05  FILLER               PIC X(02) VALUE SPACES.
001590     05  INF-V-ROTULO         PIC X(50).
001600     05  INF-V-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
001610
001620 01  INF-LINHA-TOTAL.
001630     05  INF-T-ROTULO         PIC X(30).
001640     05  INF-T-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
001650
001660 01  INF-LINHA-QTDE.
001670     05  INF-Q-ROTULO         PIC X(30).
001680     05  INF-Q-VALOR          PIC ZZ.ZZ9.
001690
001700 PROCEDURE DIVISION.
001710
001720 0000-MAINLINE.
001730     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001740     IF INF-RETORNO = ZEROS
001750         SORT SORT-WORK-FILE
001760             ON ASCENDING KEY SRT-MATRICULA SRT-COMPETENCIA
001770                              SRT-TIPO SRT-ORDEM
001780             INPUT PROCEDURE IS 1700-ALIMENTAR-SORT
001790                 THRU 1700-ALIMENTAR-SORT-EXIT
001800             OUTPUT PROCEDURE IS 1900-CONSUMIR-SORT
001810                 THRU 1900-CONSUMIR-SORT-EXIT
001820         PERFORM 4000-TOTALIZAR THRU 4000-TOTALIZAR-EXIT
001830     END-IF.
001840     PERFORM 5000-FINALIZAR THRU 5000-FINALIZAR-EXIT.
001850     MOVE INF-RETORNO TO RETURN-CODE.
001860     GOBACK.
001870
001880*=========================================================
001890* ABERTURA: ANO-CALENDARIO PELO CONSOLE; SEM FOLHIST NAO
001900* HA INFORME. CADASTRO E EMPRESAS AUSENTES SO EMPOBRECEM
001910* O CABECALHO (AVISO).
001920*=========================================================
001930 1000-INICIALIZAR.
001940     DISPLAY '===== INFORME DE RENDIMENTOS ANUAL ====='.
001950     DISPLAY 'ANO-CALENDARIO (AAAA): '.
001960     ACCEPT INF-ANO.
001970     IF INF-ANO < 2000
001980         DISPLAY 'ANO-CALENDARIO INVALIDO - ' INF-ANO
001990         MOVE 16 TO INF-RETORNO
002000         GO TO 1000-INICIALIZAR-EXIT.
002010     OPEN INPUT PAYROLL-HISTORY.
002020     IF INF-FOLHIST-STATUS NOT = '00'
002030         DISPLAY 'HISTORICO DE FOLHA FOLHIST INDISPONIVEL - '
002040             'STATUS ' INF-FOLHIST-STATUS
002050         MOVE 16 TO INF-RETORNO
002060         GO TO 1000-INICIALIZAR-EXIT.
002070     CLOSE PAYROLL-HISTORY.
002080     OPEN INPUT EMPLOYEE-MASTER.
002090     IF INF-EMPMAST-STATUS = '00'
002100         SET INF-EMPMAST-DISPONIVEL TO TRUE
002110     ELSE
002120         DISPLAY 'EMPLOYEE-MASTER INDISPONIVEL - INFORMES SEM '
002130             'NOME E CPF'
002140     END-IF.
002150     OPEN INPUT COMPANY-MASTER.
002160     IF INF-COMPMAST-STATUS = '00'
002170         SET INF-COMPMAST-DISPONIVEL TO TRUE
002180     ELSE
002190         DISPLAY 'CADASTRO DE EMPRESAS INDISPONIVEL - INFORMES '
002200             'SEM CNPJ DA FONTE PAGADORA'
002210     END-IF.
002220     OPEN OUTPUT INFORME-REPORT.
002230     OPEN OUTPUT ANNUAL-WITHHOLDING.
002240 1000-INICIALIZAR-EXIT.
002250     EXIT.
002260
002270*=========================================================
002280* ENTRADA DO SORT: LIBERA OS REGISTROS DO ANO DO FOLHIST
002290* (PELA COMPETENCIA; 13o = AAAA13) E DO FERADT (PELA DATA
002300* DO PAGAMENTO), NUMERADOS NA ORDEM DE GRAVACAO
002310*=========================================================
002320 1700-ALIMENTAR-SORT.
002330     OPEN INPUT PAYROLL-HISTORY.
002340     READ PAYROLL-HISTORY
002350         AT END SET INF-FOLHIST-EOF TO TRUE
002360     END-READ.
002370     PERFORM 1710-LIBERAR-FOLHA THRU 1710-LIBERAR-FOLHA-EXIT
002380         UNTIL INF-FOLHIST-EOF.
002390     CLOSE PAYROLL-HISTORY.
002400     OPEN INPUT VACATION-ADVANCE.
002410     IF INF-FERADT-STATUS NOT = '00'
002420         DISPLAY 'FERADT INDISPONIVEL - INFORMES SEM OS '
002430             'PAGAMENTOS DE FERIAS'
002440         GO TO 1700-ALIMENTAR-SORT-EXIT.
002450     READ VACATION-ADVANCE
002460         AT END SET INF-FERADT-EOF TO TRUE
002470     END-READ.
002480     PERFORM 1720-LIBERAR-FERIAS THRU 1720-LIBERAR-FERIAS-EXIT
002490         UNTIL INF-FERADT-EOF.
002500     CLOSE VACATION-ADVANCE.
002510 1700-ALIMENTAR-SORT-EXIT.
002520     EXIT.
002530
002540 1710-LIBERAR-FOLHA.
002550     MOVE FHI-COMPETENCIA TO INF-COMPETENCIA-R.
002560     IF INF-COMP-ANO NOT = INF-ANO
002570         GO TO 1710-LIBERAR-FOLHA-LER.
002580     ADD 1 TO INF-ORDEM.
002590     MOVE FHI-MATRICULA TO SRT-MATRICULA.
002600     MOVE FHI-COMPETENCIA TO SRT-COMPETENCIA.
002610     IF FHI-MENSAL
002620         MOVE 'M' TO SRT-TIPO
002630     ELSE
002640         MOVE FHI-TIPO TO SRT-TIPO
002650     END-IF.
002660     MOVE INF-ORDEM TO SRT-ORDEM.
002670     MOVE FHI-BRUTO TO SRT-BRUTO.
002680*    LINHA GRAVADA ANTES DOS CAMPOS DE IMPOSTO: SEM RETENCAO
002690     IF FHI-INSS NUMERIC
002700         MOVE FHI-INSS TO SRT-INSS
002710     ELSE
002720         MOVE ZEROS TO SRT-INSS
002730     END-IF.
002740     IF FHI-IRRF NUMERIC
002750         MOVE FHI-IRRF TO SRT-IRRF
002760     ELSE
002770         MOVE ZEROS TO SRT-IRRF
002780     END-IF.
002790     IF FHI-ISENTO NUMERIC
002800         MOVE FHI-ISENTO TO SRT-ISENTO
002810     ELSE
002820         MOVE ZEROS TO SRT-ISENTO
002830     END-IF.
002840     RELEASE INF-SORT-RECORD.
002850 1710-LIBERAR-FOLHA-LER.
002860     READ PAYROLL-HISTORY
002870         AT END SET INF-FOLHIST-EOF TO TRUE
002880     END-READ.
002890 1710-LIBERAR-FOLHA-EXIT.
002900     EXIT.
002910
002920 1720-LIBERAR-FERIAS.
002930     MOVE FAD-DATA-PAGTO TO INF-DATA-PAGTO-R.
002940     IF INF-PAGTO-ANO NOT = INF-ANO
002950         GO TO 1720-LIBERAR-FERIAS-LER.
002960     ADD 1 TO INF-ORDEM.
002970     MOVE FAD-MATRICULA TO SRT-MATRICULA.
002980     MOVE FAD-COMPETENCIA TO SRT-COMPETENCIA.
002990     SET SRT-FERIAS TO TRUE.
003000     MOVE INF-ORDEM TO SRT-ORDEM.
003010     COMPUTE SRT-BRUTO = FAD-VALOR-DIAS + FAD-TERCO.
003020     MOVE FAD-INSS TO SRT-INSS.
003030     MOVE FAD-IRRF TO SRT-IRRF.
003040     MOVE FAD-ABONO TO SRT-ISENTO.
003050     RELEASE INF-SORT-RECORD.
003060 1720-LIBERAR-FERIAS-LER.
003070     READ VACATION-ADVANCE
003080         AT END SET INF-FERADT-EOF TO TRUE
003090     END-READ.
003100 1720-LIBERAR-FERIAS-EXIT.
003110     EXIT.
003120
003130*=========================================================
003140* SAIDA DO SORT: REGISTROS POR MATRICULA/COMPETENCIA/TIPO;
003150* A QUEBRA DE MATRICULA EMITE O INFORME
003160*=========================================================
003170 1900-CONSUMIR-SORT.
003180     RETURN SORT-WORK-FILE
003190         AT END SET INF-FIM-SORT TO TRUE
003200     END-RETURN.
003210     PERFORM 2000-PROCESSAR-REGISTRO
003220         THRU 2000-PROCESSAR-REGISTRO-EXIT
003230         UNTIL INF-FIM-SORT.
003240     IF INF-TEM-PENDENTE
003250         PERFORM 2100-SOMAR-PENDENTE THRU 2100-SOMAR-PENDENTE-EXIT
003260         PERFORM 3000-EMITIR-INFORME
003270             THRU 3000-EMITIR-INFORME-EXIT
003280     END-IF.
003290 1900-CONSUMIR-SORT-EXIT.
003300     EXIT.
003310
003320*=========================================================
003330* MESMA MATRICULA/COMPETENCIA/TIPO DE NOVO (FORA FERIAS) =
003340* REGRAVACAO: O REGISTRO NOVO SUBSTITUI O PENDENTE
003350*=========================================================
003360 2000-PROCESSAR-REGISTRO.
003370     IF NOT INF-TEM-PENDENTE
003380         GO TO 2000-PROCESSAR-REGISTRO-GUARDAR.
003390     IF SRT-MATRICULA = INF-P-MATRICULA
003400             AND SRT-COMPETENCIA = INF-P-COMPETENCIA
003410             AND SRT-TIPO = INF-P-TIPO
003420             AND NOT SRT-FERIAS
003430         ADD 1 TO INF-QTDE-REPETIDOS
003440         GO TO 2000-PROCESSAR-REGISTRO-GUARDAR.
003450     PERFORM 2100-SOMAR-PENDENTE THRU 2100-SOMAR-PENDENTE-EXIT.
003460     IF SRT-MATRICULA NOT = INF-P-MATRICULA
003470         PERFORM 3000-EMITIR-INFORME
003480             THRU 3000-EMITIR-INFORME-EXIT
003490     END-IF.
003500 2000-PROCESSAR-REGISTRO-GUARDAR.
003510     MOVE SRT-MATRICULA TO INF-P-MATRICULA.
003520     MOVE SRT-COMPETENCIA TO INF-P-COMPETENCIA.
003530     MOVE SRT-TIPO TO INF-P-TIPO.
003540     MOVE SRT-BRUTO TO INF-P-BRUTO.
003550     MOVE SRT-INSS TO INF-P-INSS.
003560     MOVE SRT-IRRF TO INF-P-IRRF.
003570     MOVE SRT-ISENTO TO INF-P-ISENTO.
003580     SET INF-TEM-PENDENTE TO TRUE.
003590     RETURN SORT-WORK-FILE
003600         AT END SET INF-FIM-SORT TO TRUE
003610     END-RETURN.
003620 2000-PROCESSAR-REGISTRO-EXIT.
003630     EXIT.
003640
003650 2100-SOMAR-PENDENTE.
003660     IF INF-P-TIPO = '1' OR INF-P-TIPO = '2'
003670         ADD INF-P-BRUTO TO INF-A-13-SALARIO
003680         ADD INF-P-INSS TO INF-A-13-PREVIDENCIA
003690         ADD INF-P-IRRF TO INF-A-13-IRRF
003700     ELSE
003710         ADD INF-P-BRUTO TO INF-A-TRIBUTAVEL
003720         ADD INF-P-INSS TO INF-A-PREVIDENCIA
003730         ADD INF-P-IRRF TO INF-A-IRRF
003740         ADD INF-P-ISENTO TO INF-A-ISENTO
003750     END-IF.
003760 2100-SOMAR-PENDENTE-EXIT.
003770     EXIT.
003780
003790*=========================================================
003800* INFORME DA MATRICULA PENDENTE: IMPRESSAO NO INFORPT E
003810* REGISTRO DA DECLARACAO ANUAL NO IRANUAL
003820*=========================================================
003830 3000-EMITIR-INFORME.
003840     PERFORM 3100-BUSCAR-CADASTRO THRU 3100-BUSCAR-CADASTRO-EXIT.
003850     MOVE SPACES TO INF-REPORT-LINE.
003860     STRING '==== COMPROVANTE DE RENDIMENTOS PAGOS E DE IRRF - '
003870            'ANO ' INF-ANO ' ===='
003880         DELIMITED BY SIZE INTO INF-REPORT-LINE.
003890     WRITE INF-REPORT-LINE.
003900     MOVE SPACES TO INF-REPORT-LINE.
003910     STRING ' FONTE PAGADORA: ' INF-F-NOME ' CNPJ ' INF-F-CNPJ
003920         DELIMITED BY SIZE INTO INF-REPORT-LINE.
003930     WRITE INF-REPORT-LINE.
003940     MOVE SPACES TO INF-REPORT-LINE.
003950     STRING ' BENEFICIARIO: ' EMP-NOME ' CPF ' EMP-CPF
003960            ' MATR ' INF-P-MATRICULA
003970         DELIMITED BY SIZE INTO INF-REPORT-LINE.
003980     WRITE INF-REPORT-LINE.
003990     MOVE ' RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IMPOSTO RETIDO'
004000         TO INF-REPORT-LINE.
004010     WRITE INF-REPORT-LINE.
004020     MOVE 'TOTAL DOS RENDIMENTOS (INCLUSIVE FERIAS)'
004030         TO INF-V-ROTULO.
004040     MOVE INF-A-TRIBUTAVEL TO INF-V-VALOR.
004050     WRITE INF-REPORT-LINE FROM INF-LINHA-VALOR.
004060     MOVE 'CONTRIBUICAO PREVIDENCIARIA OFICIAL' TO INF-V-ROTULO.
004070     MOVE INF-A-PREVIDENCIA TO INF-V-VALOR.
004080     WRITE INF-REPORT-LINE FROM INF-LINHA-VALOR.
004090     MOVE 'IMPOSTO SOBRE A RENDA RETIDO NA FONTE' TO INF-V-ROTULO.
004100     MOVE INF-A-IRRF TO INF-V-VALOR.
004110     WRITE INF-REPORT-LINE FROM INF-LINHA-VALOR.
004120     MOVE ' RENDIMENTOS ISENTOS E NAO TRIBUTAVEIS'
004130         TO INF-REPORT-LINE.
004140     WRITE INF-REPORT-LINE.
004150     MOVE 'ABONO DE FERIAS E FERIAS INDENIZADAS' TO INF-V-ROTULO.
004160     MOVE INF-A-ISENTO TO INF-V-VALOR.
004170     WRITE INF-REPORT-LINE FROM INF-LINHA-VALOR.
004180     MOVE ' RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA'
004190         TO INF-REPORT-LINE.
004200     WRITE INF-REPORT-LINE.
004210     MOVE 'DECIMO TERCEIRO SALARIO' TO INF-V-ROTULO.
004220     MOVE INF-A-13-SALARIO TO INF-V-VALOR.
004230     WRITE INF-REPORT-LINE FROM INF-LINHA-VALOR.
004240     MOVE 'CONTRIBUICAO PREVIDENCIARIA SOBRE O 13o'
004250         TO INF-V-ROTULO.
004260     MOVE INF-A-13-PREVIDENCIA TO INF-V-VALOR.
004270     WRITE INF-REPORT-LINE FROM INF-LINHA-VALOR.
004280     MOVE 'IRRF SOBRE O 13o SALARIO' TO INF-V-ROTULO.
004290     MOVE INF-A-13-IRRF TO INF-V-VALOR.
004300     WRITE INF-REPORT-LINE FROM INF-LINHA-VALOR.
004310     MOVE SPACES TO INF-REPORT-LINE.
004320     WRITE INF-REPORT-LINE.
004330     SET IRA-BENEFICIARIO TO TRUE.
004340     MOVE INF-ANO TO IRA-ANO-CALENDARIO.
004350     MOVE INF-F-CNPJ TO IRA-CNPJ-FONTE.
004360     MOVE '0561' TO IRA-COD-RECEITA.
004370     MOVE EMP-CPF TO IRA-CPF.
004380     MOVE EMP-NOME TO IRA-NOME.
004390     MOVE INF-P-MATRICULA TO IRA-MATRICULA.
004400     MOVE INF-A-TRIBUTAVEL TO IRA-REND-TRIBUTAVEL.
004410     MOVE INF-A-PREVIDENCIA TO IRA-PREVIDENCIA.
004420     MOVE INF-A-IRRF TO IRA-IRRF.
004430     MOVE INF-A-13-SALARIO TO IRA-13-SALARIO.
004440     MOVE INF-A-13-PREVIDENCIA TO IRA-13-PREVIDENCIA.
004450     MOVE INF-A-13-IRRF TO IRA-13-IRRF.
004460     MOVE INF-A-ISENTO TO IRA-REND-ISENTO.
004470     WRITE IRA-DECLARACAO-RECORD.
004480     ADD 1 TO INF-QTDE-INFORMES.
004490     ADD INF-A-TRIBUTAVEL TO INF-TOT-TRIBUTAVEL.
004500     ADD INF-A-IRRF TO INF-TOT-IRRF.
004510     ADD INF-A-13-SALARIO TO INF-TOT-13-SALARIO.
004520     ADD INF-A-13-IRRF TO INF-TOT-13-IRRF.
004530     MOVE ZEROS TO INF-A-TRIBUTAVEL INF-A-PREVIDENCIA
004540         INF-A-IRRF INF-A-13-SALARIO INF-A-13-PREVIDENCIA
004550         INF-A-13-IRRF INF-A-ISENTO.
004560 3000-EMITIR-INFORME-EXIT.
004570     EXIT.
004580
004590*=========================================================
004600* NOME/CPF DO CADASTRO E FONTE PAGADORA PELA EMPRESA DO
004610* FUNCIONARIO (SEM EMPRESA = 01, COMO NA CONTABILIDADE)
004620*=========================================================
004630 3100-BUSCAR-CADASTRO.
004640     MOVE 'N' TO INF-SW-FUNC.
004650     MOVE SPACES TO EMP-NOME.
004660     MOVE ZEROS TO EMP-CPF.
004670     MOVE 1 TO INF-F-EMPRESA.
004680     IF INF-EMPMAST-DISPONIVEL
004690         MOVE INF-P-MATRICULA TO EMP-ID
004700         READ EMPLOYEE-MASTER
004710             INVALID KEY
004720                 MOVE SPACES TO EMP-NOME
004730                 MOVE ZEROS TO EMP-CPF
004740             NOT INVALID KEY
004750                 SET INF-FUNC-ENCONTRADO TO TRUE
004760                 IF EMP-EMPRESA NOT = ZEROS
004770                     MOVE EMP-EMPRESA TO INF-F-EMPRESA
004780                 END-IF
004790         END-READ
004800     END-IF.
004810     IF NOT INF-FUNC-ENCONTRADO
004820         DISPLAY 'MATRICULA ' INF-P-MATRICULA ' FORA DO '
004830             'CADASTRO - INFORME SEM NOME E CPF'
004840         ADD 1 TO INF-QTDE-SEM-CADASTRO
004850         IF INF-RETORNO < 4
004860             MOVE 4 TO INF-RETORNO
004870         END-IF
004880     END-IF.
004890     MOVE ZEROS TO INF-F-CNPJ.
004900     MOVE SPACES TO INF-F-NOME.
004910     IF INF-COMPMAST-DISPONIVEL
004920         MOVE INF-F-EMPRESA TO CIA-CODIGO
004930         READ COMPANY-MASTER
004940             INVALID KEY
004950                 DISPLAY 'EMPRESA ' INF-F-EMPRESA ' FORA DO '
004960                     'CADASTRO DE EMPRESAS'
004970             NOT INVALID KEY
004980                 MOVE CIA-CNPJ TO INF-F-CNPJ
004990                 MOVE CIA-NOME TO INF-F-NOME
005000         END-READ
005010     END-IF.
005020 3100-BUSCAR-CADASTRO-EXIT.
005030     EXIT.
005040
005050*=========================================================
005060* TOTAIS DE CONTROLE DO ANO
005070*=========================================================
005080 4000-TOTALIZAR.
005090     MOVE SPACES TO INF-REPORT-LINE.
005100     STRING '==== TOTAIS DO ANO-CALENDARIO ' INF-ANO ' ===='
005110         DELIMITED BY SIZE INTO INF-REPORT-LINE.
005120     WRITE INF-REPORT-LINE.
005130     MOVE 'INFORMES EMITIDOS:            ' TO INF-Q-ROTULO.
005140     MOVE INF-QTDE-INFORMES TO INF-Q-VALOR.
005150     WRITE INF-REPORT-LINE FROM INF-LINHA-QTDE.
005160     MOVE 'TOTAL RENDIMENTOS TRIBUTAVEIS:' TO INF-T-ROTULO.
005170     MOVE INF-TOT-TRIBUTAVEL TO INF-T-VALOR.
005180     WRITE INF-REPORT-LINE FROM INF-LINHA-TOTAL.
005190     MOVE 'TOTAL IRRF RETIDO:            ' TO INF-T-ROTULO.
005200     MOVE INF-TOT-IRRF TO INF-T-VALOR.
005210     WRITE INF-REPORT-LINE FROM INF-LINHA-TOTAL.
005220     MOVE 'TOTAL 13o SALARIO:            ' TO INF-T-ROTULO.
005230     MOVE INF-TOT-13-SALARIO TO INF-T-VALOR.
005240     WRITE INF-REPORT-LINE FROM INF-LINHA-TOTAL.
005250     MOVE 'TOTAL IRRF SOBRE O 13o:       ' TO INF-T-ROTULO.
005260     MOVE INF-TOT-13-IRRF TO INF-T-VALOR.
005270     WRITE INF-REPORT-LINE FROM INF-LINHA-TOTAL.
005280     IF INF-QTDE-REPETIDOS > ZEROS
005290         MOVE 'REGRAVACOES DESCONSIDERADAS: ' TO INF-Q-ROTULO
005300         MOVE INF-QTDE-REPETIDOS TO INF-Q-VALOR
005310         WRITE INF-REPORT-LINE FROM INF-LINHA-QTDE
005320     END-IF.
005330     IF INF-QTDE-SEM-CADASTRO > ZEROS
005340         MOVE 'MATRICULAS FORA DO CADASTRO: ' TO INF-Q-ROTULO
005350         MOVE INF-QTDE-SEM-CADASTRO TO INF-Q-VALOR
005360         WRITE INF-REPORT-LINE FROM INF-LINHA-QTDE
005370     END-IF.
005380     DISPLAY 'INFORMES EMITIDOS - ' INF-QTDE-INFORMES.
005390 4000-TOTALIZAR-EXIT.
005400     EXIT.
005410
005420 5000-FINALIZAR.
005430     IF INF-RETORNO NOT = 16
005440         CLOSE INFORME-REPORT
005450         CLOSE ANNUAL-WITHHOLDING
005460     END-IF.
005470     IF INF-EMPMAST-DISPONIVEL
005480         CLOSE EMPLOYEE-MASTER
005490     END-IF.
005500     IF INF-COMPMAST-DISPONIVEL
005510         CLOSE COMPANY-MASTER
005520     END-IF.
005530 5000-FINALIZAR-EXIT.
005540     EXIT.
