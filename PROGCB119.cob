000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCB119.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO FISCAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: CONCILIACAO BANCARIA - AS REMESSAS (PAGREM,
000100*           BOLREM, BANKCRED) E OS RETORNOS (BOLRET, SALRET)
000110*           DIZEM O QUE O BANCO ACEITOU, MAS NINGUEM
000120*           CONFERIA SE O DINHEIRO SE MOVEU NA CONTA. LE O
000130*           EXTRATO DIARIO DO BANCO (EXTBCO) E CASA CADA
000140*           LANCAMENTO COM O MOVIMENTO ESPERADO PELO VALOR,
000150*           PELA DATA E PELA REFERENCIA: LOTES DE PAGAMENTO
000160*           DE FRETE JA PAGOS NO FRTHIST (DEBITO, SOMA DO
000170*           LIQUIDO DOS FRETES DO LOTE), BOLETOS LIQUIDADOS E
000180*           RECIBOS DE ALUGUEL NO RENTINV (CREDITO PELO VALOR
000190*           PAGO) E CREDITOS DE SALARIO LIQUIDADOS NA COPIA
000200*           ANOTADA BANKCRDA (DEBITO). O RELATORIO CONCRPT
000210*           LISTA CADA LANCAMENTO DO EXTRATO (CONCILIADO OU
000220*           SEM EXPLICACAO) E OS MOVIMENTOS ESPERADOS QUE NAO
000230*           APARECERAM NO EXTRATO. TODO LANCAMENTO IMPORTADO
000240*           VAI PARA O RAZAO CONCBCO; O SEM EXPLICACAO ENTRA
000250*           EM ABERTO, NA FILA TRABALHADA PELO CONSOLE
000260*           PROGCB120 (MESMO DESENHO DA FILA DE CONTESTACOES
000270*           DO PROGCOB23). O MOVIMENTO CONCILIADO E GRAVADO
000280*           NO CONCCTL E NAO E MAIS ESPERADO.
000290* OBS: 1a PASSADA CONFERE O EXTRATO COMO OS RETORNOS -
000300*      SEM HEADER OU TRAILER, OU TRAILER DIVERGENTE DOS
000310*      DETALHES, NADA E CONCILIADO (RC 16). CASAMENTO: 1o
000320*      REFERENCIA + NATUREZA + VALOR COM DATA ATE 10 DIAS
000330*      DE DIFERENCA; SENAO NATUREZA + VALOR COM DATA ATE 3
000340*      DIAS. DIAS NA CONTA APROXIMADA (ANO*365+MES*31+
000350*      DIA). SALARIO ESPERADO NO 5o DIA UTIL DO MES
000360*      SEGUINTE A COMPETENCIA (DIAUTIL). AUSENTE = ESPERADO
000370*      NAO CONCILIADO COM DATA ENTRE 30 E 3 DIAS ANTES DO
000380*      ULTIMO DIA DO EXTRATO (SAI TODO DIA ATE CONCILIAR).
000390*      EXTRATO REPROCESSADO: LANCAMENTO JA NO CONCBCO E
000400*      PULADO. RC 4 COM LANCAMENTO SEM EXPLICACAO OU
000410*      MOVIMENTO AUSENTE.
000420* -----------------------------------------------------
000430* HISTORICO DE ALTERACOES
000440* 15/10/2026 FT  PROGRAMA CRIADO.
000450***********************************************************
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SPECIAL-NAMES.
000490     DECIMAL-POINT IS COMMA.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT BANK-STATEMENT ASSIGN TO 'EXTBCO'
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS CNB-EXTRATO-STATUS.
000550     SELECT FREIGHT-HISTORY ASSIGN TO 'FRTHIST'
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS FRH-CHAVE
000590         ALTERNATE RECORD KEY IS FRH-PERIODO
000600             WITH DUPLICATES
000610         FILE STATUS IS CNB-FRTHIST-STATUS.
000620     SELECT RENT-INVOICES ASSIGN TO 'RENTINV'
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS SEQUENTIAL
000650         RECORD KEY IS INV-NUMERO
000660         FILE STATUS IS CNB-RENTINV-STATUS.
000670     SELECT BANK-CREDIT-ANOTADO ASSIGN TO 'BANKCRDA'
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS CNB-ANOTADO-STATUS.
000700     SELECT BANK-RECON-LEDGER ASSIGN TO 'CONCBCO'
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS CBQ-CHAVE
000740         FILE STATUS IS CNB-CONCBCO-STATUS.
000750     SELECT RECON-CONTROL ASSIGN TO 'CONCCTL'
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS RANDOM
000780         RECORD KEY IS CCT-CHAVE
000790         FILE STATUS IS CNB-CONCCTL-STATUS.
000800     SELECT RECON-REPORT ASSIGN TO 'CONCRPT'
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS CNB-REPORT-STATUS.
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  BANK-STATEMENT.
000860     COPY EXTBCO.
000870 FD  FREIGHT-HISTORY.
000880     COPY FRTHIST.
000890 FD  RENT-INVOICES.
000900     COPY RENTINV.
000910 FD  BANK-CREDIT-ANOTADO.
000920     COPY BANKCRD.
000930 FD  BANK-RECON-LEDGER.
000940     COPY CONCBCO.
000950 FD  RECON-CONTROL.
000960     COPY CONCCTL.
000970 FD  RECON-REPORT
000980     RECORD CONTAINS 132 CHARACTERS.
000990 01  CNB-REPORT-LINE          PIC X(132).
001000 WORKING-STORAGE SECTION.
001010 01  CNB-SWITCHES.
001020     05  CNB-EXTRATO-STATUS   PIC X(02) VALUE '00'.
001030         88  CNB-EXTRATO-EOF      VALUE '10'.
001040     05  CNB-FRTHIST-STATUS   PIC X(02) VALUE '00'.
001050     05  CNB-RENTINV-STATUS   PIC X(02) VALUE '00'.
001060     05  CNB-ANOTADO-STATUS   PIC X(02) VALUE '00'.
001070     05  CNB-CONCBCO-STATUS   PIC X(02) VALUE '00'.
001080     05  CNB-CONCCTL-STATUS   PIC X(02) VALUE '00'.
001090     05  CNB-REPORT-STATUS    PIC X(02) VALUE '00'.
001100     05  CNB-SW-ARQUIVO       PIC X(01) VALUE 'N'.
001110         88  CNB-FIM-ARQUIVO      VALUE 'S'.
001120         88  CNB-ARQUIVO-ATIVO    VALUE 'N'.
001130     05  CNB-SW-HEADER        PIC X(01) VALUE 'N'.
001140         88  CNB-TEM-HEADER       VALUE 'S'.
001150     05  CNB-SW-TRAILER       PIC X(01) VALUE 'N'.
001160         88  CNB-TEM-TRAILER      VALUE 'S'.
001170     05  CNB-SW-ESTOURO       PIC X(01) VALUE 'N'.
001180         88  CNB-TABELA-ESTOUROU  VALUE 'S'.
001190
001200 01  CNB-CONSTANTES.
001210     05  CNB-MAX-ESPERADOS    PIC 9(04) COMP VALUE 5000.
001220     05  CNB-TOLERANCIA-REF   PIC 9(03) COMP VALUE 10.
001230     05  CNB-TOLERANCIA-VALOR PIC 9(03) COMP VALUE 3.
001240     05  CNB-DIAS-PENDENCIA   PIC 9(03) COMP VALUE 30.
001250     05  CNB-UF-NACIONAL      PIC X(02) VALUE SPACES.
001260
001270*    MOVIMENTOS ESPERADOS NA JANELA DO EXTRATO, AINDA NAO
001280*    CONCILIADOS (O QUE JA ESTA NO CONCCTL NEM ENTRA)
001290 01  CNB-TABELA-ESPERADOS.
001300     05  CNB-QTDE-ESPERADOS   PIC 9(04) COMP VALUE ZEROS.
001310     05  CNB-ESPERADO OCCURS 5000 TIMES.
001320         10  CNB-E-ORIGEM     PIC X(03).
001330         10  CNB-E-CHAVE      PIC X(15).
001340         10  CNB-E-REF-BANCO  PIC X(15).
001350         10  CNB-E-NATUREZA   PIC X(01).
001360         10  CNB-E-DATA       PIC 9(08).
001370         10  CNB-E-DIAS       PIC 9(07) COMP.
001380         10  CNB-E-VALOR      PIC 9(10)V99 COMP-3.
001390         10  CNB-E-SW         PIC X(01).
001400             88  CNB-E-CONCILIADO VALUE 'S'.
001410
001420*    MOVIMENTO A INCLUIR NA TABELA
001430 01  CNB-NOVO.
001440     05  CNB-N-ORIGEM         PIC X(03).
001450     05  CNB-N-CHAVE          PIC X(15).
001460     05  CNB-N-REF-BANCO      PIC X(15).
001470     05  CNB-N-NATUREZA       PIC X(01).
001480     05  CNB-N-DATA           PIC 9(08).
001490     05  CNB-N-VALOR          PIC 9(10)V99 COMP-3.
001500
001510 01  CNB-REF-NUMERO.
001520     05  CNB-RN-NUMERO        PIC 9(06).
001530     05  FILLER               PIC X(09) VALUE SPACES.
001540 01  CNB-REF-MATRICULA.
001550     05  CNB-RM-MATRICULA     PIC 9(05).
001560     05  FILLER               PIC X(10) VALUE SPACES.
001570 01  CNB-REF-SALARIO.
001580     05  CNB-RS-MATRICULA     PIC 9(05).
001590     05  CNB-RS-COMPETENCIA   PIC 9(06).
001600     05  FILLER               PIC X(04) VALUE SPACES.
001610
001620 01  CNB-DATASISTEMA          PIC 9(08) VALUE ZEROS.
001630
001640 01  CNB-DATA-CONTA.
001650     05  CNB-CT-ANO           PIC 9(04).
001660     05  CNB-CT-MES           PIC 9(02).
001670     05  CNB-CT-DIA           PIC 9(02).
001680 01  CNB-DATA-CONTA-NUM REDEFINES CNB-DATA-CONTA PIC 9(08).
001690
001700 01  CNB-DATA-MONTADA.
001710     05  CNB-MON-ANO          PIC 9(04).
001720     05  CNB-MON-MES          PIC 9(02).
001730     05  CNB-MON-DIA          PIC 9(02).
001740 01  CNB-DATA-MONTADA-NUM REDEFINES CNB-DATA-MONTADA
001750                              PIC 9(08).
001760
001770 01  CNB-AREA-TRABALHO.
001780     05  CNB-IX               PIC 9(04) COMP VALUE ZEROS.
001790     05  CNB-IX-ACHADO        PIC 9(04) COMP VALUE ZEROS.
001800     05  CNB-DIAS             PIC 9(07) VALUE ZEROS.
001810     05  CNB-DIAS-LINHA       PIC 9(07) VALUE ZEROS.
001820     05  CNB-DIFERENCA        PIC S9(07) VALUE ZEROS.
001830     05  CNB-DIAS-INICIO      PIC 9(07) VALUE ZEROS.
001840     05  CNB-DIAS-FIM         PIC 9(07) VALUE ZEROS.
001850     05  CNB-DIAS-AUSENTE-INI PIC 9(07) VALUE ZEROS.
001860     05  CNB-DIAS-AUSENTE-FIM PIC 9(07) VALUE ZEROS.
001870     05  CNB-DATA-MENOR       PIC 9(08) VALUE ZEROS.
001880     05  CNB-DATA-MAIOR       PIC 9(08) VALUE ZEROS.
001890     05  CNB-VALOR-FRETE      PIC S9(08)V99 VALUE ZEROS.
001900     05  CNB-SAL-COMPETENCIA  PIC 9(06) VALUE ZEROS.
001910     05  CNB-SAL-DATA         PIC 9(08) VALUE ZEROS.
001920     05  CNB-DATA-BASE        PIC 9(08) VALUE ZEROS.
001930     05  CNB-QTDE-UTEIS       PIC S9(03) VALUE ZEROS.
001940     05  CNB-DATA-RESULTADO   PIC 9(08) VALUE ZEROS.
001950     05  CNB-SITUACAO         PIC X(14) VALUE SPACES.
001960
001970 01  CNB-CONTADORES.
001980     05  CNB-RETORNO-RC       PIC 9(04) COMP VALUE ZEROS.
001990     05  CNB-QTDE-DETALHES    PIC 9(06) VALUE ZEROS.
002000     05  CNB-VALOR-CREDITOS   PIC 9(10)V99 VALUE ZEROS.
002010     05  CNB-VALOR-DEBITOS    PIC 9(10)V99 VALUE ZEROS.
002020     05  CNB-TRL-QUANTIDADE   PIC 9(06) VALUE ZEROS.
002030     05  CNB-TRL-CREDITOS     PIC 9(10)V99 VALUE ZEROS.
002040     05  CNB-TRL-DEBITOS      PIC 9(10)V99 VALUE ZEROS.
002050     05  CNB-QTDE-JA-IMPORTADOS PIC 9(06) COMP VALUE ZEROS.
002060     05  CNB-QTDE-CONCILIADOS PIC 9(06) COMP VALUE ZEROS.
002070     05  CNB-VALOR-CONCILIADO PIC 9(10)V99 COMP-3 VALUE ZEROS.
002080     05  CNB-QTDE-SEM-EXPLIC  PIC 9(06) COMP VALUE ZEROS.
002090     05  CNB-VALOR-SEM-EXPLIC PIC 9(10)V99 COMP-3 VALUE ZEROS.
002100     05  CNB-QTDE-AUSENTES    PIC 9(06) COMP VALUE ZEROS.
002110     05  CNB-VALOR-AUSENTES   PIC 9(10)V99 COMP-3 VALUE ZEROS.
002120     05  CNB-QTDE-JA-CONCIL   PIC 9(06) COMP VALUE ZEROS.
002130     05  CNB-QTDE-EDT         PIC ZZZZZ9.
002140     05  CNB-VALOR-EDT        PIC ZZZ.ZZZ.ZZ9,99.
002150
002160*    LINHAS DO RELATORIO CONCRPT
002170 01  CNB-LINHA-CABEC.
002180     05  FILLER               PIC X(34)
002190         VALUE '=== CONCILIACAO BANCARIA - EXTRATO'.
002200     05  FILLER               PIC X(04) VALUE ' DE '.
002210     05  CNB-C-INICIO         PIC 9(08).
002220     05  FILLER               PIC X(03) VALUE ' A '.
002230     05  CNB-C-FIM            PIC 9(08).
002240     05  FILLER               PIC X(10) VALUE ' AGENCIA '.
002250     05  CNB-C-AGENCIA        PIC 9(04).
002260     05  FILLER               PIC X(07) VALUE ' CONTA '.
002270     05  CNB-C-CONTA          PIC X(12).
002280     05  FILLER               PIC X(42) VALUE SPACES.
002290
002300 01  CNB-LINHA-TITULO-EXT.
002310     05  FILLER               PIC X(18)
002310         VALUE 'DATA     SEQ   N '.
002320     05  FILLER               PIC X(14) VALUE '        VALOR '.
002330     05  FILLER               PIC X(16) VALUE 'REFERENCIA'.
002340     05  FILLER               PIC X(26) VALUE 'HISTORICO'.
002350     05  FILLER               PIC X(15) VALUE 'SITUACAO'.
002360     05  FILLER               PIC X(04) VALUE 'ORI'.
002360     05  FILLER               PIC X(16) VALUE 'CHAVE ESPERADA'.
002370     05  FILLER               PIC X(23) VALUE 'DATA ESP'.
002380
002390 01  CNB-LINHA-EXTRATO.
002400     05  CNB-L-DATA           PIC 9(08).
002410     05  FILLER               PIC X(01) VALUE SPACES.
002420     05  CNB-L-SEQUENCIA      PIC 9(05).
002430     05  FILLER               PIC X(02) VALUE SPACES.
002440     05  CNB-L-NATUREZA       PIC X(01).
002450     05  FILLER               PIC X(01) VALUE SPACES.
002460     05  CNB-L-VALOR          PIC ZZ.ZZZ.ZZ9,99.
002470     05  FILLER               PIC X(01) VALUE SPACES.
002480     05  CNB-L-REFERENCIA     PIC X(15).
002490     05  FILLER               PIC X(01) VALUE SPACES.
002500     05  CNB-L-HISTORICO      PIC X(25).
002510     05  FILLER               PIC X(01) VALUE SPACES.
002520     05  CNB-L-SITUACAO       PIC X(14).
002530     05  FILLER               PIC X(01) VALUE SPACES.
002540     05  CNB-L-ORIGEM         PIC X(03).
002550     05  FILLER               PIC X(01) VALUE SPACES.
002560     05  CNB-L-CHAVE          PIC X(15).
002570     05  FILLER               PIC X(01) VALUE SPACES.
002580     05  CNB-L-DATA-ESPERADA  PIC X(08).
002590     05  FILLER               PIC X(15) VALUE SPACES.
002600
002610 01  CNB-LINHA-TITULO-AUS.
002620     05  FILLER               PIC X(20) VALUE 'ORI CHAVE'.
002630     05  FILLER               PIC X(30) VALUE 'MOVIMENTO'.
002640     05  FILLER               PIC X(11) VALUE 'N DATA ESP'.
002650     05  FILLER               PIC X(14) VALUE '        VALOR '.
002660     05  FILLER               PIC X(16) VALUE ' REFERENCIA BCO'.
002670     05  FILLER               PIC X(41) VALUE SPACES.
002680
002690 01  CNB-LINHA-AUSENTE.
002700     05  CNB-A-ORIGEM         PIC X(03).
002710     05  FILLER               PIC X(01) VALUE SPACES.
002720     05  CNB-A-CHAVE          PIC X(15).
002730     05  FILLER               PIC X(01) VALUE SPACES.
002740     05  CNB-A-DESCRICAO      PIC X(29).
002750     05  FILLER               PIC X(01) VALUE SPACES.
002760     05  CNB-A-NATUREZA       PIC X(01).
002770     05  FILLER               PIC X(01) VALUE SPACES.
002780     05  CNB-A-DATA           PIC 9(08).
002790     05  FILLER               PIC X(01) VALUE SPACES.
002800     05  CNB-A-VALOR          PIC ZZ.ZZZ.ZZ9,99.
002810     05  FILLER               PIC X(02) VALUE SPACES.
002820     05  CNB-A-REF-BANCO      PIC X(15).
002830     05  FILLER               PIC X(41) VALUE SPACES.
002840
002850 01  CNB-LINHA-TOTAL.
002860     05  CNB-T-TEXTO          PIC X(40).
002870     05  CNB-T-QTDE           PIC ZZZZZ9.
002880     05  FILLER               PIC X(08) VALUE ' VALOR: '.
002890     05  CNB-T-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
002900     05  FILLER               PIC X(64) VALUE SPACES.
002910
002920 PROCEDURE DIVISION.
002930
002940 0000-MAINLINE.
002950     ACCEPT CNB-DATASISTEMA FROM DATE YYYYMMDD.
002960     PERFORM 1000-CONFERIR-EXTRATO
002970         THRU 1000-CONFERIR-EXTRATO-EXIT.
002980     IF CNB-RETORNO-RC NOT < 16
002990         GO TO 0000-ENCERRAR.
003000     PERFORM 1500-ABRIR-ARQUIVOS THRU 1500-ABRIR-ARQUIVOS-EXIT.
003010     IF CNB-RETORNO-RC NOT < 16
003020         GO TO 0000-ENCERRAR.
003030     PERFORM 2000-CARREGAR-ESPERADOS
003040         THRU 2000-CARREGAR-ESPERADOS-EXIT.
003050     PERFORM 3000-CONCILIAR-EXTRATO
003060         THRU 3000-CONCILIAR-EXTRATO-EXIT.
003070     PERFORM 4000-LISTAR-AUSENTES
003080         THRU 4000-LISTAR-AUSENTES-EXIT.
003090     PERFORM 5000-FINALIZAR THRU 5000-FINALIZAR-EXIT.
003100 0000-ENCERRAR.
003110     MOVE CNB-RETORNO-RC TO RETURN-CODE.
003120     GOBACK.
003130
003140*=========================================================
003150* 1a PASSADA: HEADER, TRAILER E TOTAIS DO EXTRATO, E O
003160* PERIODO (MENOR E MAIOR DATA DOS LANCAMENTOS)
003170*=========================================================
003180 1000-CONFERIR-EXTRATO.
003190     OPEN INPUT BANK-STATEMENT.
003200     IF CNB-EXTRATO-STATUS NOT = '00'
003210         DISPLAY 'EXTRATO BANCARIO AUSENTE - STATUS '
003220             CNB-EXTRATO-STATUS
003230         MOVE 16 TO CNB-RETORNO-RC
003240         GO TO 1000-CONFERIR-EXTRATO-EXIT.
003250     READ BANK-STATEMENT
003260         AT END SET CNB-EXTRATO-EOF TO TRUE
003270     END-READ.
003280     PERFORM 1100-CONFERIR-REGISTRO
003290         THRU 1100-CONFERIR-REGISTRO-EXIT
003300         UNTIL CNB-EXTRATO-EOF.
003310     CLOSE BANK-STATEMENT.
003320     IF NOT CNB-TEM-HEADER OR NOT CNB-TEM-TRAILER
003330         DISPLAY 'EXTRATO SEM HEADER OU TRAILER - CONCILIACAO '
003340             'IMPOSSIVEL'
003350         MOVE 16 TO CNB-RETORNO-RC
003360         GO TO 1000-CONFERIR-EXTRATO-EXIT.
003370     IF CNB-TRL-QUANTIDADE NOT = CNB-QTDE-DETALHES
003380         DISPLAY 'QUANTIDADE DO TRAILER (' CNB-TRL-QUANTIDADE
003390             ') DIFERE DOS LANCAMENTOS (' CNB-QTDE-DETALHES ')'
003400         MOVE 16 TO CNB-RETORNO-RC
003410     END-IF.
003420     IF CNB-TRL-CREDITOS NOT = CNB-VALOR-CREDITOS
003430             OR CNB-TRL-DEBITOS NOT = CNB-VALOR-DEBITOS
003440         DISPLAY 'TOTAIS DO TRAILER DIFEREM DOS LANCAMENTOS'
003450         MOVE 16 TO CNB-RETORNO-RC
003460     END-IF.
003470     IF CNB-RETORNO-RC NOT < 16
003480         GO TO 1000-CONFERIR-EXTRATO-EXIT.
003490     IF CNB-QTDE-DETALHES = ZEROS
003500         MOVE CNB-C-INICIO TO CNB-DATA-MENOR CNB-DATA-MAIOR
003510     END-IF.
003520     MOVE CNB-DATA-MENOR TO CNB-C-INICIO CNB-DATA-CONTA-NUM.
003530     PERFORM 9000-CONTAR-DIAS THRU 9000-CONTAR-DIAS-EXIT.
003540     COMPUTE CNB-DIAS-INICIO = CNB-DIAS - CNB-DIAS-PENDENCIA
003550         - CNB-TOLERANCIA-REF.
003560     MOVE CNB-DATA-MAIOR TO CNB-C-FIM CNB-DATA-CONTA-NUM.
003570     PERFORM 9000-CONTAR-DIAS THRU 9000-CONTAR-DIAS-EXIT.
003580     COMPUTE CNB-DIAS-FIM = CNB-DIAS + CNB-TOLERANCIA-REF.
003590     COMPUTE CNB-DIAS-AUSENTE-INI = CNB-DIAS
003600         - CNB-DIAS-PENDENCIA.
003610     COMPUTE CNB-DIAS-AUSENTE-FIM = CNB-DIAS
003620         - CNB-TOLERANCIA-VALOR.
003630 1000-CONFERIR-EXTRATO-EXIT.
003640     EXIT.
003650
003660 1100-CONFERIR-REGISTRO.
003670     EVALUATE TRUE
003680         WHEN BEX-TIPO-HEADER
003690             SET CNB-TEM-HEADER TO TRUE
003700             MOVE BEX-H-DATA TO CNB-C-INICIO
003710             MOVE BEX-H-AGENCIA TO CNB-C-AGENCIA
003720             MOVE BEX-H-CONTA TO CNB-C-CONTA
003730         WHEN BEX-TIPO-DETALHE
003740             ADD 1 TO CNB-QTDE-DETALHES
003750             IF BEX-D-CREDITO
003760                 ADD BEX-D-VALOR TO CNB-VALOR-CREDITOS
003770             ELSE
003780                 ADD BEX-D-VALOR TO CNB-VALOR-DEBITOS
003790             END-IF
003800             IF CNB-DATA-MENOR = ZEROS
003810                     OR BEX-D-DATA < CNB-DATA-MENOR
003820                 MOVE BEX-D-DATA TO CNB-DATA-MENOR
003830             END-IF
003840             IF BEX-D-DATA > CNB-DATA-MAIOR
003850                 MOVE BEX-D-DATA TO CNB-DATA-MAIOR
003860             END-IF
003870         WHEN BEX-TIPO-TRAILER
003880             SET CNB-TEM-TRAILER TO TRUE
003890             MOVE BEX-T-QUANTIDADE TO CNB-TRL-QUANTIDADE
003900             MOVE BEX-T-VALOR-CREDITOS TO CNB-TRL-CREDITOS
003910             MOVE BEX-T-VALOR-DEBITOS TO CNB-TRL-DEBITOS
003920         WHEN OTHER
003930             DISPLAY 'TIPO DE REGISTRO DESCONHECIDO: ' BEX-TIPO
003940             MOVE 16 TO CNB-RETORNO-RC
003950     END-EVALUATE.
003960 1100-CONFERIR-REGISTRO-EXIT.
003970     READ BANK-STATEMENT
003980         AT END SET CNB-EXTRATO-EOF TO TRUE
003990     END-READ.
004000     EXIT.
004010
004020*=========================================================
004030* RAZAO DA CONCILIACAO E CONTROLE DE CONCILIADOS (CRIADOS
004040* NA PRIMEIRA RODADA) E O RELATORIO
004050*=========================================================
004060 1500-ABRIR-ARQUIVOS.
004070     OPEN I-O BANK-RECON-LEDGER.
004080     IF CNB-CONCBCO-STATUS = '35'
004090         OPEN OUTPUT BANK-RECON-LEDGER
004100         CLOSE BANK-RECON-LEDGER
004110         OPEN I-O BANK-RECON-LEDGER
004120     END-IF.
004130     IF CNB-CONCBCO-STATUS NOT = '00'
004140         DISPLAY 'RAZAO DA CONCILIACAO INDISPONIVEL - STATUS '
004150             CNB-CONCBCO-STATUS
004160         MOVE 16 TO CNB-RETORNO-RC
004170         GO TO 1500-ABRIR-ARQUIVOS-EXIT.
004180     OPEN I-O RECON-CONTROL.
004190     IF CNB-CONCCTL-STATUS = '35'
004200         OPEN OUTPUT RECON-CONTROL
004210         CLOSE RECON-CONTROL
004220         OPEN I-O RECON-CONTROL
004230     END-IF.
004240     IF CNB-CONCCTL-STATUS NOT = '00'
004250         DISPLAY 'CONTROLE DE CONCILIADOS INDISPONIVEL - '
004260             'STATUS ' CNB-CONCCTL-STATUS
004270         CLOSE BANK-RECON-LEDGER
004280         MOVE 16 TO CNB-RETORNO-RC
004290         GO TO 1500-ABRIR-ARQUIVOS-EXIT.
004300     OPEN OUTPUT RECON-REPORT.
004310     WRITE CNB-REPORT-LINE FROM CNB-LINHA-CABEC.
004320 1500-ABRIR-ARQUIVOS-EXIT.
004330     EXIT.
004340
004350*=========================================================
004360* MOVIMENTOS ESPERADOS COM DATA NA JANELA DO EXTRATO
004370*=========================================================
004380 2000-CARREGAR-ESPERADOS.
004390     PERFORM 2100-CARREGAR-FRETES THRU 2100-CARREGAR-FRETES-EXIT.
004400     PERFORM 2300-CARREGAR-FATURAS
004410         THRU 2300-CARREGAR-FATURAS-EXIT.
004420     PERFORM 2500-CARREGAR-SALARIOS
004430         THRU 2500-CARREGAR-SALARIOS-EXIT.
004440     MOVE CNB-QTDE-ESPERADOS TO CNB-QTDE-EDT.
004450     DISPLAY 'MOVIMENTOS ESPERADOS NA JANELA: ' CNB-QTDE-EDT.
004460 2000-CARREGAR-ESPERADOS-EXIT.
004470     EXIT.
004480
004490*    LOTE DE PAGAMENTO DE FRETE (PAGREM): UM DEBITO POR LOTE,
004500*    SOMA DO LIQUIDO DOS FRETES CARIMBADOS COM O LOTE
004510 2100-CARREGAR-FRETES.
004520     OPEN INPUT FREIGHT-HISTORY.
004530     IF CNB-FRTHIST-STATUS NOT = '00'
004540         DISPLAY 'HISTORICO DE FRETES INDISPONIVEL - STATUS '
004550             CNB-FRTHIST-STATUS ' - LOTES DE PAGAMENTO FORA'
004560         GO TO 2100-CARREGAR-FRETES-EXIT.
004570     SET CNB-ARQUIVO-ATIVO TO TRUE.
004580     PERFORM 2200-CARREGAR-FRETE THRU 2200-CARREGAR-FRETE-EXIT
004590         UNTIL CNB-FIM-ARQUIVO.
004600     CLOSE FREIGHT-HISTORY.
004610 2100-CARREGAR-FRETES-EXIT.
004620     EXIT.
004630
004640 2200-CARREGAR-FRETE.
004650     READ FREIGHT-HISTORY NEXT RECORD
004660         AT END
004670             SET CNB-FIM-ARQUIVO TO TRUE
004680             GO TO 2200-CARREGAR-FRETE-EXIT
004690     END-READ.
004700     IF FRH-TIPO-ESTORNO OR FRH-TIPO-ESTORNADO
004710             OR FRH-DATA-PAGAMENTO = ZEROS
004720             OR FRH-LOTE-PAGAMENTO = ZEROS
004730         GO TO 2200-CARREGAR-FRETE-EXIT.
004740     MOVE FRH-DATA-PAGAMENTO TO CNB-DATA-CONTA-NUM.
004750     PERFORM 9000-CONTAR-DIAS THRU 9000-CONTAR-DIAS-EXIT.
004760     IF CNB-DIAS < CNB-DIAS-INICIO OR CNB-DIAS > CNB-DIAS-FIM
004770         GO TO 2200-CARREGAR-FRETE-EXIT.
004780     COMPUTE CNB-VALOR-FRETE =
004790         FRH-FRETE-BRL - FRH-CREDITO-ABATIDO.
004800     IF CNB-VALOR-FRETE NOT > ZEROS
004810         GO TO 2200-CARREGAR-FRETE-EXIT.
004820     MOVE FRH-LOTE-PAGAMENTO TO CNB-RN-NUMERO.
004830     MOVE 'PAG' TO CNB-N-ORIGEM.
004840     MOVE CNB-REF-NUMERO TO CNB-N-CHAVE.
004850     PERFORM 2800-BUSCAR-ESPERADO
004860         THRU 2800-BUSCAR-ESPERADO-EXIT.
004870     IF CNB-IX-ACHADO > ZEROS
004880         ADD CNB-VALOR-FRETE TO CNB-E-VALOR (CNB-IX-ACHADO)
004890         GO TO 2200-CARREGAR-FRETE-EXIT.
004900     MOVE CNB-REF-NUMERO TO CNB-N-REF-BANCO.
004910     MOVE 'D' TO CNB-N-NATUREZA.
004920     MOVE FRH-DATA-PAGAMENTO TO CNB-N-DATA.
004930     MOVE CNB-VALOR-FRETE TO CNB-N-VALOR.
004940     PERFORM 2900-INCLUIR-ESPERADO
004950         THRU 2900-INCLUIR-ESPERADO-EXIT.
004960 2200-CARREGAR-FRETE-EXIT.
004970     EXIT.
004980
004990*    FATURAS DE ALUGUEL PAGAS: BOLETO LIQUIDADO (CANAL B) OU
005000*    RECIBO (DEMAIS); BAIXA POR ACORDO NAO MOVE DINHEIRO
005010 2300-CARREGAR-FATURAS.
005020     OPEN INPUT RENT-INVOICES.
005030     IF CNB-RENTINV-STATUS NOT = '00'
005040         DISPLAY 'ARQUIVO DE FATURAS INDISPONIVEL - STATUS '
005050             CNB-RENTINV-STATUS ' - BOLETOS E RECIBOS FORA'
005060         GO TO 2300-CARREGAR-FATURAS-EXIT.
005070     SET CNB-ARQUIVO-ATIVO TO TRUE.
005080     PERFORM 2400-CARREGAR-FATURA THRU 2400-CARREGAR-FATURA-EXIT
005090         UNTIL CNB-FIM-ARQUIVO.
005100     CLOSE RENT-INVOICES.
005110 2300-CARREGAR-FATURAS-EXIT.
005120     EXIT.
005130
005140 2400-CARREGAR-FATURA.
005150     READ RENT-INVOICES NEXT RECORD
005160         AT END
005170             SET CNB-FIM-ARQUIVO TO TRUE
005180             GO TO 2400-CARREGAR-FATURA-EXIT
005190     END-READ.
005200     IF NOT INV-PAGA OR INV-BAIXA-ACORDO
005210             OR INV-DATA-PAGAMENTO = ZEROS
005220         GO TO 2400-CARREGAR-FATURA-EXIT.
005230     MOVE INV-DATA-PAGAMENTO TO CNB-DATA-CONTA-NUM.
005240     PERFORM 9000-CONTAR-DIAS THRU 9000-CONTAR-DIAS-EXIT.
005250     IF CNB-DIAS < CNB-DIAS-INICIO OR CNB-DIAS > CNB-DIAS-FIM
005260         GO TO 2400-CARREGAR-FATURA-EXIT.
005270     MOVE 'ALG' TO CNB-N-ORIGEM.
005280     IF INV-PAGO-BOLETO
005290         MOVE 'BOL' TO CNB-N-ORIGEM
005300     END-IF.
005310     MOVE INV-NUMERO TO CNB-RN-NUMERO.
005320     MOVE CNB-REF-NUMERO TO CNB-N-CHAVE CNB-N-REF-BANCO.
005330     MOVE 'C' TO CNB-N-NATUREZA.
005340     MOVE INV-DATA-PAGAMENTO TO CNB-N-DATA.
005350     MOVE INV-VALOR-PAGO TO CNB-N-VALOR.
005360     IF INV-VALOR-PAGO = ZEROS
005370         COMPUTE CNB-N-VALOR = INV-VALOR-BRL - INV-VALOR-RETIDO
005380     END-IF.
005390     IF CNB-N-VALOR = ZEROS
005400         GO TO 2400-CARREGAR-FATURA-EXIT.
005410     PERFORM 2900-INCLUIR-ESPERADO
005420         THRU 2900-INCLUIR-ESPERADO-EXIT.
005430 2400-CARREGAR-FATURA-EXIT.
005440     EXIT.
005450
005460*    CREDITOS DE SALARIO LIQUIDADOS NA COPIA ANOTADA DO
005470*    RETORNO (PROGCOB61), NO 5o DIA UTIL DO MES SEGUINTE
005480 2500-CARREGAR-SALARIOS.
005490     OPEN INPUT BANK-CREDIT-ANOTADO.
005500     IF CNB-ANOTADO-STATUS NOT = '00'
005510         DISPLAY 'BANKCRDA INDISPONIVEL - STATUS '
005520             CNB-ANOTADO-STATUS ' - CREDITOS DE SALARIO FORA'
005530         GO TO 2500-CARREGAR-SALARIOS-EXIT.
005540     SET CNB-ARQUIVO-ATIVO TO TRUE.
005550     PERFORM 2600-CARREGAR-SALARIO
005560         THRU 2600-CARREGAR-SALARIO-EXIT
005570         UNTIL CNB-FIM-ARQUIVO.
005580     CLOSE BANK-CREDIT-ANOTADO.
005590 2500-CARREGAR-SALARIOS-EXIT.
005600     EXIT.
005610
005620 2600-CARREGAR-SALARIO.
005630     READ BANK-CREDIT-ANOTADO
005640         AT END
005650             SET CNB-FIM-ARQUIVO TO TRUE
005660             GO TO 2600-CARREGAR-SALARIO-EXIT
005670     END-READ.
005680     IF NOT BCR-LIQUIDADO OR BCR-VALOR-LIQUIDO = ZEROS
005690         GO TO 2600-CARREGAR-SALARIO-EXIT.
005700     IF BCR-COMPETENCIA NOT = CNB-SAL-COMPETENCIA
005710         PERFORM 2700-DATA-DO-SALARIO
005720             THRU 2700-DATA-DO-SALARIO-EXIT
005730     END-IF.
005740     MOVE CNB-SAL-DATA TO CNB-DATA-CONTA-NUM.
005750     PERFORM 9000-CONTAR-DIAS THRU 9000-CONTAR-DIAS-EXIT.
005760     IF CNB-DIAS < CNB-DIAS-INICIO OR CNB-DIAS > CNB-DIAS-FIM
005770         GO TO 2600-CARREGAR-SALARIO-EXIT.
005780     MOVE 'SAL' TO CNB-N-ORIGEM.
005790     MOVE BCR-MATRICULA TO CNB-RS-MATRICULA CNB-RM-MATRICULA.
005800     MOVE BCR-COMPETENCIA TO CNB-RS-COMPETENCIA.
005810     MOVE CNB-REF-SALARIO TO CNB-N-CHAVE.
005820     MOVE CNB-REF-MATRICULA TO CNB-N-REF-BANCO.
005830     MOVE 'D' TO CNB-N-NATUREZA.
005840     MOVE CNB-SAL-DATA TO CNB-N-DATA.
005850     MOVE BCR-VALOR-LIQUIDO TO CNB-N-VALOR.
005860     PERFORM 2900-INCLUIR-ESPERADO
005870         THRU 2900-INCLUIR-ESPERADO-EXIT.
005880 2600-CARREGAR-SALARIO-EXIT.
005890     EXIT.
005900
005910 2700-DATA-DO-SALARIO.
005920     MOVE BCR-COMPETENCIA TO CNB-SAL-COMPETENCIA.
005930     MOVE BCR-COMPETENCIA TO CNB-DATA-MONTADA-NUM (1:6).
005940     MOVE 1 TO CNB-MON-DIA.
005950     IF CNB-MON-MES = 12
005960         MOVE 1 TO CNB-MON-MES
005970         ADD 1 TO CNB-MON-ANO
005980     ELSE
005990         ADD 1 TO CNB-MON-MES
006000     END-IF.
006010     MOVE CNB-DATA-MONTADA-NUM TO CNB-DATA-BASE.
006020     MOVE ZEROS TO CNB-QTDE-UTEIS.
006030     CALL 'DIAUTIL' USING BY CONTENT CNB-DATA-BASE
006040                          BY CONTENT CNB-QTDE-UTEIS
006050                          BY REFERENCE CNB-DATA-RESULTADO
006060                          BY CONTENT CNB-UF-NACIONAL.
006070     MOVE CNB-DATA-RESULTADO TO CNB-DATA-BASE.
006080     MOVE 4 TO CNB-QTDE-UTEIS.
006090     CALL 'DIAUTIL' USING BY CONTENT CNB-DATA-BASE
006100                          BY CONTENT CNB-QTDE-UTEIS
006110                          BY REFERENCE CNB-SAL-DATA
006120                          BY CONTENT CNB-UF-NACIONAL.
006130 2700-DATA-DO-SALARIO-EXIT.
006140     EXIT.
006150
006160 2800-BUSCAR-ESPERADO.
006170     MOVE ZEROS TO CNB-IX-ACHADO.
006180     PERFORM 2810-COMPARAR-ESPERADO
006190         THRU 2810-COMPARAR-ESPERADO-EXIT
006200         VARYING CNB-IX FROM 1 BY 1
006210         UNTIL CNB-IX > CNB-QTDE-ESPERADOS
006220            OR CNB-IX-ACHADO > ZEROS.
006230 2800-BUSCAR-ESPERADO-EXIT.
006240     EXIT.
006250
006260 2810-COMPARAR-ESPERADO.
006270     IF CNB-E-ORIGEM (CNB-IX) = CNB-N-ORIGEM
006280             AND CNB-E-CHAVE (CNB-IX) = CNB-N-CHAVE
006290         MOVE CNB-IX TO CNB-IX-ACHADO
006300     END-IF.
006310 2810-COMPARAR-ESPERADO-EXIT.
006320     EXIT.
006330
006340*    O QUE JA FOI CONCILIADO (CONCCTL) NAO E MAIS ESPERADO
006350 2900-INCLUIR-ESPERADO.
006360     MOVE CNB-N-ORIGEM TO CCT-ORIGEM.
006370     MOVE CNB-N-CHAVE TO CCT-REFERENCIA.
006380     READ RECON-CONTROL
006390         INVALID KEY
006400             CONTINUE
006410         NOT INVALID KEY
006420             ADD 1 TO CNB-QTDE-JA-CONCIL
006430             GO TO 2900-INCLUIR-ESPERADO-EXIT
006440     END-READ.
006450     IF CNB-QTDE-ESPERADOS NOT < CNB-MAX-ESPERADOS
006460         IF NOT CNB-TABELA-ESTOUROU
006470             DISPLAY 'TABELA DE MOVIMENTOS ESPERADOS CHEIA - '
006480                 'EXCEDENTES FORA DA CONCILIACAO'
006490             SET CNB-TABELA-ESTOUROU TO TRUE
006500             IF CNB-RETORNO-RC < 4
006510                 MOVE 4 TO CNB-RETORNO-RC
006520             END-IF
006530         END-IF
006540         GO TO 2900-INCLUIR-ESPERADO-EXIT.
006550     ADD 1 TO CNB-QTDE-ESPERADOS.
006560     MOVE CNB-QTDE-ESPERADOS TO CNB-IX.
006570     MOVE CNB-N-ORIGEM TO CNB-E-ORIGEM (CNB-IX).
006580     MOVE CNB-N-CHAVE TO CNB-E-CHAVE (CNB-IX).
006590     MOVE CNB-N-REF-BANCO TO CNB-E-REF-BANCO (CNB-IX).
006600     MOVE CNB-N-NATUREZA TO CNB-E-NATUREZA (CNB-IX).
006610     MOVE CNB-N-DATA TO CNB-E-DATA (CNB-IX).
006620     MOVE CNB-DIAS TO CNB-E-DIAS (CNB-IX).
006630     MOVE CNB-N-VALOR TO CNB-E-VALOR (CNB-IX).
006640     MOVE 'N' TO CNB-E-SW (CNB-IX).
006650 2900-INCLUIR-ESPERADO-EXIT.
006660     EXIT.
006670
006680*=========================================================
006690* 2a PASSADA: CADA LANCAMENTO AINDA NAO IMPORTADO E
006700* CASADO COM UM MOVIMENTO ESPERADO OU VAI PARA A FILA
006710*=========================================================
006720 3000-CONCILIAR-EXTRATO.
006730     MOVE SPACES TO CNB-REPORT-LINE.
006740     WRITE CNB-REPORT-LINE.
006750     MOVE 'LANCAMENTOS DO EXTRATO' TO CNB-REPORT-LINE.
006760     WRITE CNB-REPORT-LINE.
006770     WRITE CNB-REPORT-LINE FROM CNB-LINHA-TITULO-EXT.
006780     MOVE '00' TO CNB-EXTRATO-STATUS.
006790     OPEN INPUT BANK-STATEMENT.
006800     READ BANK-STATEMENT
006810         AT END SET CNB-EXTRATO-EOF TO TRUE
006820     END-READ.
006830     PERFORM 3100-CONCILIAR-LANCAMENTO
006840         THRU 3100-CONCILIAR-LANCAMENTO-EXIT
006850         UNTIL CNB-EXTRATO-EOF.
006860     CLOSE BANK-STATEMENT.
006870 3000-CONCILIAR-EXTRATO-EXIT.
006880     EXIT.
006890
006900 3100-CONCILIAR-LANCAMENTO.
006910     IF NOT BEX-TIPO-DETALHE
006920         GO TO 3100-CONCILIAR-LANCAMENTO-LER.
006930     MOVE BEX-D-DATA TO CBQ-DATA.
006940     MOVE BEX-D-SEQUENCIA TO CBQ-SEQUENCIA.
006950     READ BANK-RECON-LEDGER
006960         INVALID KEY
006970             CONTINUE
006980         NOT INVALID KEY
006990             ADD 1 TO CNB-QTDE-JA-IMPORTADOS
007000             GO TO 3100-CONCILIAR-LANCAMENTO-LER
007010     END-READ.
007020     MOVE BEX-D-DATA TO CNB-DATA-CONTA-NUM.
007030     PERFORM 9000-CONTAR-DIAS THRU 9000-CONTAR-DIAS-EXIT.
007040     MOVE CNB-DIAS TO CNB-DIAS-LINHA.
007050     MOVE ZEROS TO CNB-IX-ACHADO.
007060     IF BEX-D-REFERENCIA NOT = SPACES
007070         PERFORM 3200-CASAR-REFERENCIA
007080             THRU 3200-CASAR-REFERENCIA-EXIT
007090             VARYING CNB-IX FROM 1 BY 1
007100             UNTIL CNB-IX > CNB-QTDE-ESPERADOS
007110                OR CNB-IX-ACHADO > ZEROS
007120     END-IF.
007130     IF CNB-IX-ACHADO = ZEROS
007140         PERFORM 3300-CASAR-VALOR THRU 3300-CASAR-VALOR-EXIT
007150             VARYING CNB-IX FROM 1 BY 1
007160             UNTIL CNB-IX > CNB-QTDE-ESPERADOS
007170                OR CNB-IX-ACHADO > ZEROS
007180     END-IF.
007190     MOVE SPACES TO CNB-LINHA-EXTRATO.
007200     MOVE BEX-D-DATA TO CNB-L-DATA.
007210     MOVE BEX-D-SEQUENCIA TO CNB-L-SEQUENCIA.
007220     MOVE BEX-D-NATUREZA TO CNB-L-NATUREZA.
007230     MOVE BEX-D-VALOR TO CNB-L-VALOR.
007240     MOVE BEX-D-REFERENCIA TO CNB-L-REFERENCIA.
007250     MOVE BEX-D-HISTORICO TO CNB-L-HISTORICO.
007260     INITIALIZE CBQ-RECORD.
007270     MOVE BEX-D-DATA TO CBQ-DATA.
007280     MOVE BEX-D-SEQUENCIA TO CBQ-SEQUENCIA.
007290     MOVE BEX-D-NATUREZA TO CBQ-NATUREZA.
007300     MOVE BEX-D-VALOR TO CBQ-VALOR.
007310     MOVE BEX-D-REFERENCIA TO CBQ-REFERENCIA.
007320     MOVE BEX-D-HISTORICO TO CBQ-HISTORICO.
007330     MOVE CNB-DATASISTEMA TO CBQ-DATA-IMPORTACAO.
007340     IF CNB-IX-ACHADO > ZEROS
007350         PERFORM 3400-REGISTRAR-CONCILIADO
007360             THRU 3400-REGISTRAR-CONCILIADO-EXIT
007370     ELSE
007380         SET CBQ-ABERTO TO TRUE
007390         MOVE 'SEM EXPLICACAO' TO CNB-L-SITUACAO
007400         ADD 1 TO CNB-QTDE-SEM-EXPLIC
007410         ADD BEX-D-VALOR TO CNB-VALOR-SEM-EXPLIC
007420         IF CNB-RETORNO-RC < 4
007430             MOVE 4 TO CNB-RETORNO-RC
007440         END-IF
007450     END-IF.
007460     WRITE CBQ-RECORD
007470         INVALID KEY
007480             DISPLAY 'ERRO AO GRAVAR O LANCAMENTO ' CBQ-DATA
007490                 '/' CBQ-SEQUENCIA ' NO RAZAO DA CONCILIACAO'
007500     END-WRITE.
007510     WRITE CNB-REPORT-LINE FROM CNB-LINHA-EXTRATO.
007520 3100-CONCILIAR-LANCAMENTO-LER.
007530     READ BANK-STATEMENT
007540         AT END SET CNB-EXTRATO-EOF TO TRUE
007550     END-READ.
007560 3100-CONCILIAR-LANCAMENTO-EXIT.
007570     EXIT.
007580
007590 3200-CASAR-REFERENCIA.
007600     IF CNB-E-CONCILIADO (CNB-IX)
007610             OR CNB-E-NATUREZA (CNB-IX) NOT = BEX-D-NATUREZA
007620             OR CNB-E-VALOR (CNB-IX) NOT = BEX-D-VALOR
007630             OR CNB-E-REF-BANCO (CNB-IX) NOT = BEX-D-REFERENCIA
007640         GO TO 3200-CASAR-REFERENCIA-EXIT.
007650     COMPUTE CNB-DIFERENCA = CNB-DIAS-LINHA - CNB-E-DIAS (CNB-IX).
007660     IF CNB-DIFERENCA < ZEROS
007670         COMPUTE CNB-DIFERENCA = ZEROS - CNB-DIFERENCA
007680     END-IF.
007690     IF CNB-DIFERENCA NOT > CNB-TOLERANCIA-REF
007700         MOVE CNB-IX TO CNB-IX-ACHADO
007710     END-IF.
007720 3200-CASAR-REFERENCIA-EXIT.
007730     EXIT.
007740
007750 3300-CASAR-VALOR.
007760     IF CNB-E-CONCILIADO (CNB-IX)
007770             OR CNB-E-NATUREZA (CNB-IX) NOT = BEX-D-NATUREZA
007780             OR CNB-E-VALOR (CNB-IX) NOT = BEX-D-VALOR
007790         GO TO 3300-CASAR-VALOR-EXIT.
007800     COMPUTE CNB-DIFERENCA = CNB-DIAS-LINHA - CNB-E-DIAS (CNB-IX).
007810     IF CNB-DIFERENCA < ZEROS
007820         COMPUTE CNB-DIFERENCA = ZEROS - CNB-DIFERENCA
007830     END-IF.
007840     IF CNB-DIFERENCA NOT > CNB-TOLERANCIA-VALOR
007850         MOVE CNB-IX TO CNB-IX-ACHADO
007860     END-IF.
007870 3300-CASAR-VALOR-EXIT.
007880     EXIT.
007890
007900 3400-REGISTRAR-CONCILIADO.
007910     MOVE CNB-IX-ACHADO TO CNB-IX.
007920     MOVE 'S' TO CNB-E-SW (CNB-IX).
007930     SET CBQ-CONCILIADO TO TRUE.
007940     MOVE CNB-E-ORIGEM (CNB-IX) TO CBQ-ORIGEM CNB-L-ORIGEM.
007950     MOVE CNB-E-CHAVE (CNB-IX) TO CBQ-CHAVE-ESPERADA
007960                                  CNB-L-CHAVE.
007970     MOVE CNB-E-DATA (CNB-IX) TO CNB-L-DATA-ESPERADA.
007980     MOVE CNB-DATASISTEMA TO CBQ-DATA-TRATAMENTO.
007990     MOVE 'CONCILIADO' TO CNB-L-SITUACAO.
008000     ADD 1 TO CNB-QTDE-CONCILIADOS.
008010     ADD BEX-D-VALOR TO CNB-VALOR-CONCILIADO.
008020     MOVE CNB-E-ORIGEM (CNB-IX) TO CCT-ORIGEM.
008030     MOVE CNB-E-CHAVE (CNB-IX) TO CCT-REFERENCIA.
008040     MOVE CNB-E-VALOR (CNB-IX) TO CCT-VALOR.
008050     MOVE CNB-E-DATA (CNB-IX) TO CCT-DATA-ESPERADA.
008060     MOVE BEX-D-DATA TO CCT-DATA-EXTRATO.
008070     MOVE BEX-D-SEQUENCIA TO CCT-SEQUENCIA.
008080     MOVE CNB-DATASISTEMA TO CCT-DATA-CONCILIACAO.
008090     WRITE CCT-RECORD
008100         INVALID KEY
008110             DISPLAY 'ERRO AO GRAVAR O CONTROLE DE CONCILIADOS - '
008120                 CCT-ORIGEM ' ' CCT-REFERENCIA
008130     END-WRITE.
008140 3400-REGISTRAR-CONCILIADO-EXIT.
008150     EXIT.
008160
008170*=========================================================
008180* MOVIMENTOS ESPERADOS QUE NAO APARECERAM NO EXTRATO (DATA
008190* ENTRE 30 E 3 DIAS ANTES DO FIM DO EXTRATO)
008200*=========================================================
008210 4000-LISTAR-AUSENTES.
008220     MOVE SPACES TO CNB-REPORT-LINE.
008230     WRITE CNB-REPORT-LINE.
008240     MOVE 'MOVIMENTOS ESPERADOS AUSENTES DO EXTRATO'
008250         TO CNB-REPORT-LINE.
008260     WRITE CNB-REPORT-LINE.
008270     WRITE CNB-REPORT-LINE FROM CNB-LINHA-TITULO-AUS.
008280     PERFORM 4100-LISTAR-AUSENTE THRU 4100-LISTAR-AUSENTE-EXIT
008290         VARYING CNB-IX FROM 1 BY 1
008300         UNTIL CNB-IX > CNB-QTDE-ESPERADOS.
008310 4000-LISTAR-AUSENTES-EXIT.
008320     EXIT.
008330
008340 4100-LISTAR-AUSENTE.
008350     IF CNB-E-CONCILIADO (CNB-IX)
008360             OR CNB-E-DIAS (CNB-IX) < CNB-DIAS-AUSENTE-INI
008370             OR CNB-E-DIAS (CNB-IX) > CNB-DIAS-AUSENTE-FIM
008380         GO TO 4100-LISTAR-AUSENTE-EXIT.
008390     MOVE SPACES TO CNB-LINHA-AUSENTE.
008400     MOVE CNB-E-ORIGEM (CNB-IX) TO CNB-A-ORIGEM.
008410     MOVE CNB-E-CHAVE (CNB-IX) TO CNB-A-CHAVE.
008420     EVALUATE CNB-E-ORIGEM (CNB-IX)
008430         WHEN 'PAG'
008440             MOVE 'LOTE DE PAGAMENTO DE FRETE' TO CNB-A-DESCRICAO
008450         WHEN 'BOL'
008460             MOVE 'BOLETO LIQUIDADO' TO CNB-A-DESCRICAO
008470         WHEN 'ALG'
008480             MOVE 'RECIBO DE ALUGUEL' TO CNB-A-DESCRICAO
008490         WHEN 'SAL'
008500             MOVE 'CREDITO DE SALARIO' TO CNB-A-DESCRICAO
008510     END-EVALUATE.
008520     MOVE CNB-E-NATUREZA (CNB-IX) TO CNB-A-NATUREZA.
008530     MOVE CNB-E-DATA (CNB-IX) TO CNB-A-DATA.
008540     MOVE CNB-E-VALOR (CNB-IX) TO CNB-A-VALOR.
008550     MOVE CNB-E-REF-BANCO (CNB-IX) TO CNB-A-REF-BANCO.
008560     WRITE CNB-REPORT-LINE FROM CNB-LINHA-AUSENTE.
008570     ADD 1 TO CNB-QTDE-AUSENTES.
008580     ADD CNB-E-VALOR (CNB-IX) TO CNB-VALOR-AUSENTES.
008590     IF CNB-RETORNO-RC < 4
008600         MOVE 4 TO CNB-RETORNO-RC
008610     END-IF.
008620 4100-LISTAR-AUSENTE-EXIT.
008630     EXIT.
008640
008650 5000-FINALIZAR.
008660     MOVE SPACES TO CNB-REPORT-LINE.
008670     WRITE CNB-REPORT-LINE.
008680     MOVE 'LANCAMENTOS CONCILIADOS:' TO CNB-T-TEXTO.
008690     MOVE CNB-QTDE-CONCILIADOS TO CNB-T-QTDE.
008700     MOVE CNB-VALOR-CONCILIADO TO CNB-T-VALOR.
008710     WRITE CNB-REPORT-LINE FROM CNB-LINHA-TOTAL.
008720     MOVE 'LANCAMENTOS SEM EXPLICACAO (NA FILA):'
008730         TO CNB-T-TEXTO.
008740     MOVE CNB-QTDE-SEM-EXPLIC TO CNB-T-QTDE.
008750     MOVE CNB-VALOR-SEM-EXPLIC TO CNB-T-VALOR.
008760     WRITE CNB-REPORT-LINE FROM CNB-LINHA-TOTAL.
008770     MOVE 'MOVIMENTOS AUSENTES DO EXTRATO:' TO CNB-T-TEXTO.
008780     MOVE CNB-QTDE-AUSENTES TO CNB-T-QTDE.
008790     MOVE CNB-VALOR-AUSENTES TO CNB-T-VALOR.
008800     WRITE CNB-REPORT-LINE FROM CNB-LINHA-TOTAL.
008810     IF CNB-QTDE-JA-IMPORTADOS > ZEROS
008820         MOVE SPACES TO CNB-REPORT-LINE
008830         MOVE CNB-QTDE-JA-IMPORTADOS TO CNB-QTDE-EDT
008840         STRING 'LANCAMENTOS JA IMPORTADOS EM RODADA ANTERIOR '
008850                 DELIMITED BY SIZE
008860             '(IGNORADOS): ' DELIMITED BY SIZE
008870             CNB-QTDE-EDT DELIMITED BY SIZE
008880             INTO CNB-REPORT-LINE
008890         WRITE CNB-REPORT-LINE
008900     END-IF.
008910     CLOSE RECON-REPORT.
008920     CLOSE BANK-RECON-LEDGER.
008930     CLOSE RECON-CONTROL.
008940     DISPLAY 'LANCAMENTOS NO EXTRATO: ' CNB-QTDE-DETALHES.
008950     MOVE CNB-QTDE-CONCILIADOS TO CNB-QTDE-EDT.
008960     DISPLAY 'CONCILIADOS...........: ' CNB-QTDE-EDT.
008970     MOVE CNB-QTDE-SEM-EXPLIC TO CNB-QTDE-EDT.
008980     DISPLAY 'SEM EXPLICACAO (FILA).: ' CNB-QTDE-EDT.
008990     MOVE CNB-QTDE-AUSENTES TO CNB-QTDE-EDT.
009000     DISPLAY 'AUSENTES DO EXTRATO...: ' CNB-QTDE-EDT.
009010     MOVE CNB-QTDE-JA-IMPORTADOS TO CNB-QTDE-EDT.
009020     DISPLAY 'JA IMPORTADOS.........: ' CNB-QTDE-EDT.
009030 5000-FINALIZAR-EXIT.
009040     EXIT.
009050
009060*=========================================================
009070* DIAS NA CONTA APROXIMADA DO FATURAMENTO E DO AGING
009080*=========================================================
009090 9000-CONTAR-DIAS.
009100     COMPUTE CNB-DIAS = CNB-CT-ANO * 365 + CNB-CT-MES * 31
009110         + CNB-CT-DIA.
009120 9000-CONTAR-DIAS-EXIT.
009130     EXIT.
