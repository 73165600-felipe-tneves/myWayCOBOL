000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCB115.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE OPERACOES.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: VARREDURA NOTURNA DE INTEGRIDADE REFERENCIAL
000100*           ENTRE OS MESTRES - OS TOTAIS DO PROGCOB73 PEGAM
000110*           EDICAO FORA DE BANDA POR CONTAGEM E SOMA, MAS
000120*           NAO REFERENCIA QUEBRADA ENTRE ARQUIVOS. CONFERE
000130*           CADA CHAVE ESTRANGEIRA ABAIXO NO MESTRE DE
000140*           DESTINO; CADA ORFAO VAI PARA O SYSERR (ERRGRV,
000150*           SEVERIDADE W) COM O MOTIVO DO RELACIONAMENTO:
000160*             RDEP  EMPMAST  EMP-DEPARTAMENTO   DEPTMAST
000170*             RFAI  EMPMAST  EMP-FAIXA-SALARIAL SALBAND
000180*             RCEM  EMPMAST  EMP-EMPRESA        COMPMAST
000190*             RCPD  ORDERS   ORDER-EMPRESA      COMPMAST
000200*             RTRA  FRTHIST  FRH-TRANSPORTADORA CARRMAST
000210*             RCFR  FRTHIST  FRH-EMPRESA        COMPMAST
000220*             RCLT  LOTS     LOT-EMPRESA        COMPMAST
000230*             RLOC  RENTINV  LOTE/LOCATARIO     TENANTS
000240*             RCRS  ENROLL   ENR-CURSO          CRSPRC
000250*           O RESUMO POR RELACIONAMENTO SAI NO ORFARPT E O
000260*           TOTAL DE ORFAOS E GRAVADO NO INTEGCHK (CHAVE
000270*           ORFAOS) PARA O RESUMO DA MANHA (PROGCOB44).
000280* OBS: SO LEITURA NOS MESTRES. CHAVE EM BRANCO NAO E
000290*      REFERENCIA E NAO E CONFERIDA; EMPRESA ZEROS =
000300*      EMPRESA 01 (REGISTRO ANTIGO). NA FATURA DE ALUGUEL,
000310*      LOTE SEM CONTRATO NO TENANTS E ORFAO EM QUALQUER
000320*      SITUACAO; FATURA EM ABERTO CUJO CONTRATO E DE OUTRO
000330*      LOCATARIO TAMBEM (A FATURA PAGA DE LOCATARIO ANTIGO
000340*      DO LOTE NAO E). RELACIONAMENTO COM ORIGEM OU DESTINO
000350*      INDISPONIVEL SAI COMO NAO VERIFICADO. RC 4 QUANDO HA
000360*      ORFAO OU RELACIONAMENTO NAO VERIFICADO.
000370* -----------------------------------------------------
000380* HISTORICO DE ALTERACOES
000390* 15/10/2026 FT  PROGRAMA CRIADO.
000400***********************************************************
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SPECIAL-NAMES.
000440     DECIMAL-POINT IS COMMA.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS EMP-ID
000510         FILE STATUS IS RFI-EMPMAST-STATUS.
000520     SELECT ORDERS-FILE ASSIGN TO 'ORDERS'
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS ORDER-NUMERO
000560         FILE STATUS IS RFI-ORDERS-STATUS.
000570     SELECT FREIGHT-HISTORY ASSIGN TO 'FRTHIST'
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS SEQUENTIAL
000600         RECORD KEY IS FRH-CHAVE
000610         ALTERNATE RECORD KEY IS FRH-PERIODO
000620             WITH DUPLICATES
000630         FILE STATUS IS RFI-FRTHIST-STATUS.
000640     SELECT LOTS-FILE ASSIGN TO 'LOTS'
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS RFI-LOTS-STATUS.
000670     SELECT RENT-INVOICES ASSIGN TO 'RENTINV'
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS SEQUENTIAL
000700         RECORD KEY IS INV-NUMERO
000710         FILE STATUS IS RFI-RENTINV-STATUS.
000720     SELECT ENROLLMENT-MASTER ASSIGN TO 'ENROLL'
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS SEQUENTIAL
000750         RECORD KEY IS ENR-CHAVE
000760         FILE STATUS IS RFI-ENROLL-STATUS.
000770     SELECT DEPARTMENT-MASTER ASSIGN TO 'DEPTMAST'
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS RANDOM
000800         RECORD KEY IS DEP-CODIGO
000810         FILE STATUS IS RFI-DEPTMAST-STATUS.
000820     SELECT SALARY-BANDS ASSIGN TO 'SALBAND'
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS RANDOM
000850         RECORD KEY IS BND-CODIGO
000860         FILE STATUS IS RFI-SALBAND-STATUS.
000870     SELECT COMPANY-MASTER ASSIGN TO 'COMPMAST'
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS RANDOM
000900         RECORD KEY IS CIA-CODIGO
000910         FILE STATUS IS RFI-COMPMAST-STATUS.
000920     SELECT CARRIER-MASTER ASSIGN TO 'CARRMAST'
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS RANDOM
000950         RECORD KEY IS CAR-CODIGO
000960         FILE STATUS IS RFI-CARRMAST-STATUS.
000970     SELECT TENANT-MASTER ASSIGN TO 'TENANTS'
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS RANDOM
001000         RECORD KEY IS TEN-LOTE-ID
001010         FILE STATUS IS RFI-TENANT-STATUS.
001020     SELECT COURSE-PRICES ASSIGN TO 'CRSPRC'
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS RANDOM
001050         RECORD KEY IS CRP-CURSO
001060         FILE STATUS IS RFI-CRSPRC-STATUS.
001070     SELECT INTEGRITY-TOTALS ASSIGN TO 'INTEGCHK'
001080         ORGANIZATION IS INDEXED
001090         ACCESS MODE IS RANDOM
001100         RECORD KEY IS ITG-ARQUIVO
001110         FILE STATUS IS RFI-INTEGCHK-STATUS.
001120     SELECT ORPHAN-REPORT ASSIGN TO 'ORFARPT'
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS RFI-REPORT-STATUS.
001150 DATA DIVISION.
001160 FILE SECTION.
001170 FD  EMPLOYEE-MASTER.
001180     COPY EMPREC.
001190 FD  ORDERS-FILE.
001200     COPY ORDERREG.
001210 FD  FREIGHT-HISTORY.
001220     COPY FRTHIST.
001230 FD  LOTS-FILE.
001240     COPY LOTREC.
001250 FD  RENT-INVOICES.
001260     COPY RENTINV.
001270 FD  ENROLLMENT-MASTER.
001280     COPY ENROLL.
001290 FD  DEPARTMENT-MASTER.
001300     COPY DEPTMST.
001310 FD  SALARY-BANDS.
001320     COPY SALBAND.
001330 FD  COMPANY-MASTER.
001340     COPY COMPMST.
001350 FD  CARRIER-MASTER.
001360     COPY CARRMST.
001370 FD  TENANT-MASTER.
001380     COPY TENANT.
001390 FD  COURSE-PRICES.
001400     COPY CRSPRC.
001410 FD  INTEGRITY-TOTALS.
001420     COPY INTEGCHK.
001430 FD  ORPHAN-REPORT
001440     RECORD CONTAINS 90 CHARACTERS.
001450 01  RFI-REPORT-LINE          PIC X(90).
001460 WORKING-STORAGE SECTION.
001470 01  RFI-SWITCHES.
001480     05  RFI-EMPMAST-STATUS   PIC X(02) VALUE '00'.
001490         88  RFI-EMPMAST-EOF      VALUE '10'.
001500     05  RFI-ORDERS-STATUS    PIC X(02) VALUE '00'.
001510         88  RFI-ORDERS-EOF       VALUE '10'.
001520     05  RFI-FRTHIST-STATUS   PIC X(02) VALUE '00'.
001530         88  RFI-FRTHIST-EOF      VALUE '10'.
001540     05  RFI-LOTS-STATUS      PIC X(02) VALUE '00'.
001550         88  RFI-LOTS-EOF         VALUE '10'.
001560     05  RFI-RENTINV-STATUS   PIC X(02) VALUE '00'.
001570         88  RFI-RENTINV-EOF      VALUE '10'.
001580     05  RFI-ENROLL-STATUS    PIC X(02) VALUE '00'.
001590         88  RFI-ENROLL-EOF       VALUE '10'.
001600     05  RFI-DEPTMAST-STATUS  PIC X(02) VALUE '00'.
001610     05  RFI-SALBAND-STATUS   PIC X(02) VALUE '00'.
001620     05  RFI-COMPMAST-STATUS  PIC X(02) VALUE '00'.
001630     05  RFI-CARRMAST-STATUS  PIC X(02) VALUE '00'.
001640     05  RFI-TENANT-STATUS    PIC X(02) VALUE '00'.
001650     05  RFI-CRSPRC-STATUS    PIC X(02) VALUE '00'.
001660     05  RFI-INTEGCHK-STATUS  PIC X(02) VALUE '00'.
001670     05  RFI-REPORT-STATUS    PIC X(02) VALUE '00'.
001680     05  RFI-SW-DEPTMAST      PIC X(01) VALUE 'N'.
001690         88  RFI-DEPTMAST-ABERTO      VALUE 'S'.
001700     05  RFI-SW-SALBAND       PIC X(01) VALUE 'N'.
001710         88  RFI-SALBAND-ABERTO       VALUE 'S'.
001720     05  RFI-SW-COMPMAST      PIC X(01) VALUE 'N'.
001730         88  RFI-COMPMAST-ABERTO      VALUE 'S'.
001740     05  RFI-SW-CARRMAST      PIC X(01) VALUE 'N'.
001750         88  RFI-CARRMAST-ABERTO      VALUE 'S'.
001760     05  RFI-SW-TENANT        PIC X(01) VALUE 'N'.
001770         88  RFI-TENANT-ABERTO        VALUE 'S'.
001780     05  RFI-SW-CRSPRC        PIC X(01) VALUE 'N'.
001790         88  RFI-CRSPRC-ABERTO        VALUE 'S'.
001800     05  RFI-SW-ACHOU         PIC X(01) VALUE 'N'.
001810         88  RFI-EMPRESA-ACHADA       VALUE 'S'.
001820
001830 01  RFI-DATASISTEMA          PIC 9(08) VALUE ZEROS.
001840 01  RFI-HORASISTEMA          PIC 9(08) VALUE ZEROS.
001850
001860*    RELACIONAMENTOS CONFERIDOS - A POSICAO NA TABELA E O
001870*    INDICE USADO EM CADA VARREDURA
001880 01  RFI-TABELA-RELAC.
001890     05  FILLER.
001900         10  FILLER PIC X(24) VALUE 'FUNCIONARIO X DEPTO'.
001910         10  FILLER PIC X(08) VALUE 'EMPMAST'.
001920         10  FILLER PIC X(08) VALUE 'DEPTMAST'.
001930         10  FILLER PIC X(04) VALUE 'RDEP'.
001940     05  FILLER.
001950         10  FILLER PIC X(24) VALUE 'FUNCIONARIO X FAIXA'.
001960         10  FILLER PIC X(08) VALUE 'EMPMAST'.
001970         10  FILLER PIC X(08) VALUE 'SALBAND'.
001980         10  FILLER PIC X(04) VALUE 'RFAI'.
001990     05  FILLER.
002000         10  FILLER PIC X(24) VALUE 'FUNCIONARIO X EMPRESA'.
002010         10  FILLER PIC X(08) VALUE 'EMPMAST'.
002020         10  FILLER PIC X(08) VALUE 'COMPMAST'.
002030         10  FILLER PIC X(04) VALUE 'RCEM'.
002040     05  FILLER.
002050         10  FILLER PIC X(24) VALUE 'PEDIDO X EMPRESA'.
002060         10  FILLER PIC X(08) VALUE 'ORDERS'.
002070         10  FILLER PIC X(08) VALUE 'COMPMAST'.
002080         10  FILLER PIC X(04) VALUE 'RCPD'.
002090     05  FILLER.
002100         10  FILLER PIC X(24) VALUE 'FRETE X TRANSPORTADORA'.
002110         10  FILLER PIC X(08) VALUE 'FRTHIST'.
002120         10  FILLER PIC X(08) VALUE 'CARRMAST'.
002130         10  FILLER PIC X(04) VALUE 'RTRA'.
002140     05  FILLER.
002150         10  FILLER PIC X(24) VALUE 'FRETE X EMPRESA'.
002160         10  FILLER PIC X(08) VALUE 'FRTHIST'.
002170         10  FILLER PIC X(08) VALUE 'COMPMAST'.
002180         10  FILLER PIC X(04) VALUE 'RCFR'.
002190     05  FILLER.
002200         10  FILLER PIC X(24) VALUE 'LOTE X EMPRESA'.
002210         10  FILLER PIC X(08) VALUE 'LOTS'.
002220         10  FILLER PIC X(08) VALUE 'COMPMAST'.
002230         10  FILLER PIC X(04) VALUE 'RCLT'.
002240     05  FILLER.
002250         10  FILLER PIC X(24) VALUE 'FATURA X CONTRATO'.
002260         10  FILLER PIC X(08) VALUE 'RENTINV'.
002270         10  FILLER PIC X(08) VALUE 'TENANTS'.
002280         10  FILLER PIC X(04) VALUE 'RLOC'.
002290     05  FILLER.
002300         10  FILLER PIC X(24) VALUE 'MATRICULA X PRECO CURSO'.
002310         10  FILLER PIC X(08) VALUE 'ENROLL'.
002320         10  FILLER PIC X(08) VALUE 'CRSPRC'.
002330         10  FILLER PIC X(04) VALUE 'RCRS'.
002340 01  RFI-RELACIONAMENTOS REDEFINES RFI-TABELA-RELAC.
002350     05  RFI-RELAC OCCURS 9 TIMES.
002360         10  RFI-R-NOME       PIC X(24).
002370         10  RFI-R-ORIGEM     PIC X(08).
002380         10  RFI-R-DESTINO    PIC X(08).
002390         10  RFI-R-MOTIVO     PIC X(04).
002400 77  RFI-QTDE-RELAC           PIC 9(02) COMP VALUE 9.
002410
002420 01  RFI-TABELA-CONTAGEM.
002430     05  RFI-CONTAGEM OCCURS 9 TIMES.
002440         10  RFI-C-LIDOS      PIC 9(07) COMP.
002450         10  RFI-C-ORFAOS     PIC 9(07) COMP.
002460         10  RFI-C-SITUACAO   PIC X(01).
002470             88  RFI-VERIFICADO       VALUE 'S'.
002480
002490 01  RFI-AREA-TRABALHO.
002500     05  RFI-IX               PIC 9(02) COMP VALUE ZEROS.
002510     05  RFI-EMPRESA          PIC 9(02) VALUE ZEROS.
002520     05  RFI-TOTAL-LIDOS      PIC 9(09) COMP VALUE ZEROS.
002530     05  RFI-TOTAL-ORFAOS     PIC 9(09) COMP VALUE ZEROS.
002540     05  RFI-QTDE-NAO-VERIF   PIC 9(02) COMP VALUE ZEROS.
002550
002560 01  RFI-PARAMETROS-ERRO.
002570     05  RFI-ERR-PROGRAMA     PIC X(09) VALUE 'PROGCB115'.
002580     05  RFI-ERR-SEVERIDADE   PIC X(01) VALUE 'W'.
002590     05  RFI-ERR-MOTIVO       PIC X(04) VALUE SPACES.
002600     05  RFI-ERR-CHAVE        PIC X(10) VALUE SPACES.
002610     05  RFI-ERR-IMAGEM       PIC X(80) VALUE SPACES.
002620
002630 01  RFI-CABECALHO-1.
002640     05  FILLER               PIC X(48) VALUE
002650         '=== INTEGRIDADE REFERENCIAL ENTRE MESTRES - DATA'.
002660     05  FILLER               PIC X(01) VALUE SPACES.
002670     05  RFI-C1-DATA          PIC 9(08).
002680     05  FILLER               PIC X(04) VALUE ' ==='.
002690     05  FILLER               PIC X(29) VALUE SPACES.
002700
002710 01  RFI-CABECALHO-2.
002720     05  FILLER               PIC X(25) VALUE
002730         ' RELACIONAMENTO'.
002740     05  FILLER               PIC X(20) VALUE
002750         'ORIGEM    DESTINO'.
002760     05  FILLER               PIC X(45) VALUE
002770         'MOT.      LIDOS   ORFAOS SITUACAO'.
002780
002790 01  RFI-LINHA-RELAC.
002800     05  FILLER               PIC X(01) VALUE SPACES.
002810     05  RFI-L-NOME           PIC X(24).
002820     05  RFI-L-ORIGEM         PIC X(08).
002830     05  FILLER               PIC X(02) VALUE '> '.
002840     05  RFI-L-DESTINO        PIC X(08).
002850     05  FILLER               PIC X(02) VALUE SPACES.
002860     05  RFI-L-MOTIVO         PIC X(04).
002870     05  FILLER               PIC X(01) VALUE SPACES.
002880     05  RFI-L-LIDOS          PIC ZZ.ZZZ.ZZ9.
002890     05  FILLER               PIC X(01) VALUE SPACES.
002900     05  RFI-L-ORFAOS         PIC Z.ZZZ.ZZ9.
002910     05  FILLER               PIC X(01) VALUE SPACES.
002920     05  RFI-L-SITUACAO       PIC X(14).
002930     05  FILLER               PIC X(05) VALUE SPACES.
002940
002950 01  RFI-LINHA-TOTAL.
002960     05  FILLER               PIC X(47) VALUE
002970         ' TOTAL DE REFERENCIAS CONFERIDAS / ORFAS'.
002980     05  RFI-T-LIDOS          PIC ZZ.ZZZ.ZZ9.
002990     05  FILLER               PIC X(01) VALUE SPACES.
003000     05  RFI-T-ORFAOS         PIC Z.ZZZ.ZZ9.
003010     05  FILLER               PIC X(23) VALUE SPACES.
003020
003030 PROCEDURE DIVISION.
003040
003050 0000-MAINLINE.
003060     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
003070     PERFORM 2000-VARRER-FUNCIONARIOS
003080         THRU 2000-VARRER-FUNCIONARIOS-EXIT.
003090     PERFORM 3000-VARRER-PEDIDOS THRU 3000-VARRER-PEDIDOS-EXIT.
003100     PERFORM 4000-VARRER-FRETES THRU 4000-VARRER-FRETES-EXIT.
003110     PERFORM 5000-VARRER-LOTES THRU 5000-VARRER-LOTES-EXIT.
003120     PERFORM 6000-VARRER-FATURAS THRU 6000-VARRER-FATURAS-EXIT.
003130     PERFORM 7000-VARRER-MATRICULAS
003140         THRU 7000-VARRER-MATRICULAS-EXIT.
003150     PERFORM 8000-GRAVAR-TOTAL THRU 8000-GRAVAR-TOTAL-EXIT.
003160     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
003170     GOBACK.
003180
003190*=========================================================
003200* ABERTURA DOS MESTRES DE DESTINO - O QUE NAO ABRIR DEIXA
003210* SEUS RELACIONAMENTOS COMO NAO VERIFICADOS
003220*=========================================================
003230 1000-INICIALIZAR.
003240     ACCEPT RFI-DATASISTEMA FROM DATE YYYYMMDD.
003250     ACCEPT RFI-HORASISTEMA FROM TIME.
003260     MOVE 1 TO RFI-IX.
003270     PERFORM 1100-ZERAR-CONTAGEM THRU 1100-ZERAR-CONTAGEM-EXIT
003280         UNTIL RFI-IX > RFI-QTDE-RELAC.
003290     OPEN INPUT DEPARTMENT-MASTER.
003300     IF RFI-DEPTMAST-STATUS = '00'
003310         SET RFI-DEPTMAST-ABERTO TO TRUE
003320     ELSE
003330         DISPLAY 'DEPTMAST INDISPONIVEL - STATUS '
003340             RFI-DEPTMAST-STATUS
003350     END-IF.
003360     OPEN INPUT SALARY-BANDS.
003370     IF RFI-SALBAND-STATUS = '00'
003380         SET RFI-SALBAND-ABERTO TO TRUE
003390     ELSE
003400         DISPLAY 'SALBAND INDISPONIVEL - STATUS '
003410             RFI-SALBAND-STATUS
003420     END-IF.
003430     OPEN INPUT COMPANY-MASTER.
003440     IF RFI-COMPMAST-STATUS = '00'
003450         SET RFI-COMPMAST-ABERTO TO TRUE
003460     ELSE
003470         DISPLAY 'COMPMAST INDISPONIVEL - STATUS '
003480             RFI-COMPMAST-STATUS
003490     END-IF.
003500     OPEN INPUT CARRIER-MASTER.
003510     IF RFI-CARRMAST-STATUS = '00'
003520         SET RFI-CARRMAST-ABERTO TO TRUE
003530     ELSE
003540         DISPLAY 'CARRMAST INDISPONIVEL - STATUS '
003550             RFI-CARRMAST-STATUS
003560     END-IF.
003570     OPEN INPUT TENANT-MASTER.
003580     IF RFI-TENANT-STATUS = '00'
003590         SET RFI-TENANT-ABERTO TO TRUE
003600     ELSE
003610         DISPLAY 'TENANTS INDISPONIVEL - STATUS '
003620             RFI-TENANT-STATUS
003630     END-IF.
003640     OPEN INPUT COURSE-PRICES.
003650     IF RFI-CRSPRC-STATUS = '00'
003660         SET RFI-CRSPRC-ABERTO TO TRUE
003670     ELSE
003680         DISPLAY 'CRSPRC INDISPONIVEL - STATUS '
003690             RFI-CRSPRC-STATUS
003700     END-IF.
003710 1000-INICIALIZAR-EXIT.
003720     EXIT.
003730
003740 1100-ZERAR-CONTAGEM.
003750     MOVE ZEROS TO RFI-C-LIDOS (RFI-IX) RFI-C-ORFAOS (RFI-IX).
003760     MOVE 'N' TO RFI-C-SITUACAO (RFI-IX).
003770     ADD 1 TO RFI-IX.
003780 1100-ZERAR-CONTAGEM-EXIT.
003790     EXIT.
003800
003810*=========================================================
003820* FUNCIONARIOS: DEPARTAMENTO (1), FAIXA SALARIAL (2) E
003830* EMPRESA (3)
003840*=========================================================
003850 2000-VARRER-FUNCIONARIOS.
003860     OPEN INPUT EMPLOYEE-MASTER.
003870     IF RFI-EMPMAST-STATUS NOT = '00'
003880         DISPLAY 'EMPMAST INDISPONIVEL - STATUS '
003890             RFI-EMPMAST-STATUS
003900         GO TO 2000-VARRER-FUNCIONARIOS-EXIT.
003910     IF RFI-DEPTMAST-ABERTO
003920         MOVE 'S' TO RFI-C-SITUACAO (1)
003930     END-IF.
003940     IF RFI-SALBAND-ABERTO
003950         MOVE 'S' TO RFI-C-SITUACAO (2)
003960     END-IF.
003970     IF RFI-COMPMAST-ABERTO
003980         MOVE 'S' TO RFI-C-SITUACAO (3)
003990     END-IF.
004000     READ EMPLOYEE-MASTER
004010         AT END SET RFI-EMPMAST-EOF TO TRUE
004020     END-READ.
004030     PERFORM 2100-CONFERIR-FUNCIONARIO
004040         THRU 2100-CONFERIR-FUNCIONARIO-EXIT
004050         UNTIL RFI-EMPMAST-EOF.
004060     CLOSE EMPLOYEE-MASTER.
004070 2000-VARRER-FUNCIONARIOS-EXIT.
004080     EXIT.
004090
004100 2100-CONFERIR-FUNCIONARIO.
004110     IF RFI-VERIFICADO (1) AND EMP-DEPARTAMENTO NOT = SPACES
004120         ADD 1 TO RFI-C-LIDOS (1)
004130         MOVE EMP-DEPARTAMENTO TO DEP-CODIGO
004140         READ DEPARTMENT-MASTER
004150             INVALID KEY
004160                 MOVE 1 TO RFI-IX
004170                 MOVE EMP-ID TO RFI-ERR-CHAVE
004180                 MOVE SPACES TO RFI-ERR-IMAGEM
004190                 STRING 'FUNCIONARIO ' EMP-ID ' DEPARTAMENTO '
004200                        EMP-DEPARTAMENTO ' AUSENTE NO DEPTMAST'
004210                     DELIMITED BY SIZE INTO RFI-ERR-IMAGEM
004220                 PERFORM 8500-REGISTRAR-ORFAO
004230                     THRU 8500-REGISTRAR-ORFAO-EXIT
004240         END-READ
004250     END-IF.
004260     IF RFI-VERIFICADO (2) AND EMP-FAIXA-SALARIAL NOT = SPACES
004270         ADD 1 TO RFI-C-LIDOS (2)
004280         MOVE EMP-FAIXA-SALARIAL TO BND-CODIGO
004290         READ SALARY-BANDS
004300             INVALID KEY
004310                 MOVE 2 TO RFI-IX
004320                 MOVE EMP-ID TO RFI-ERR-CHAVE
004330                 MOVE SPACES TO RFI-ERR-IMAGEM
004340                 STRING 'FUNCIONARIO ' EMP-ID ' FAIXA '
004350                        EMP-FAIXA-SALARIAL ' AUSENTE NO SALBAND'
004360                     DELIMITED BY SIZE INTO RFI-ERR-IMAGEM
004370                 PERFORM 8500-REGISTRAR-ORFAO
004380                     THRU 8500-REGISTRAR-ORFAO-EXIT
004390         END-READ
004400     END-IF.
004410     IF RFI-VERIFICADO (3)
004420         ADD 1 TO RFI-C-LIDOS (3)
004430         MOVE EMP-EMPRESA TO RFI-EMPRESA
004440         PERFORM 8400-CONFERIR-EMPRESA
004450             THRU 8400-CONFERIR-EMPRESA-EXIT
004460         IF NOT RFI-EMPRESA-ACHADA
004470             MOVE 3 TO RFI-IX
004480             MOVE EMP-ID TO RFI-ERR-CHAVE
004490             MOVE SPACES TO RFI-ERR-IMAGEM
004500             STRING 'FUNCIONARIO ' EMP-ID ' EMPRESA '
004510                    RFI-EMPRESA ' AUSENTE NO COMPMAST'
004520                 DELIMITED BY SIZE INTO RFI-ERR-IMAGEM
004530             PERFORM 8500-REGISTRAR-ORFAO
004540                 THRU 8500-REGISTRAR-ORFAO-EXIT
004550         END-IF
004560     END-IF.
004570     READ EMPLOYEE-MASTER
004580         AT END SET RFI-EMPMAST-EOF TO TRUE
004590     END-READ.
004600 2100-CONFERIR-FUNCIONARIO-EXIT.
004610     EXIT.
004620
004630*=========================================================
004640* PEDIDOS: EMPRESA (4)
004650*=========================================================
004660 3000-VARRER-PEDIDOS.
004670     IF NOT RFI-COMPMAST-ABERTO
004680         GO TO 3000-VARRER-PEDIDOS-EXIT.
004690     OPEN INPUT ORDERS-FILE.
004700     IF RFI-ORDERS-STATUS NOT = '00'
004710         DISPLAY 'ORDERS INDISPONIVEL - STATUS '
004720             RFI-ORDERS-STATUS
004730         GO TO 3000-VARRER-PEDIDOS-EXIT.
004740     MOVE 'S' TO RFI-C-SITUACAO (4).
004750     READ ORDERS-FILE
004760         AT END SET RFI-ORDERS-EOF TO TRUE
004770     END-READ.
004780     PERFORM 3100-CONFERIR-PEDIDO THRU 3100-CONFERIR-PEDIDO-EXIT
004790         UNTIL RFI-ORDERS-EOF.
004800     CLOSE ORDERS-FILE.
004810 3000-VARRER-PEDIDOS-EXIT.
004820     EXIT.
004830
004840 3100-CONFERIR-PEDIDO.
004850     ADD 1 TO RFI-C-LIDOS (4).
004860     MOVE ORDER-EMPRESA TO RFI-EMPRESA.
004870     PERFORM 8400-CONFERIR-EMPRESA
004880         THRU 8400-CONFERIR-EMPRESA-EXIT.
004890     IF NOT RFI-EMPRESA-ACHADA
004900         MOVE 4 TO RFI-IX
004910         MOVE ORDER-NUMERO TO RFI-ERR-CHAVE
004920         MOVE SPACES TO RFI-ERR-IMAGEM
004930         STRING 'PEDIDO ' ORDER-NUMERO ' EMPRESA '
004940                RFI-EMPRESA ' AUSENTE NO COMPMAST'
004950             DELIMITED BY SIZE INTO RFI-ERR-IMAGEM
004960         PERFORM 8500-REGISTRAR-ORFAO
004970             THRU 8500-REGISTRAR-ORFAO-EXIT
004980     END-IF.
004990     READ ORDERS-FILE
005000         AT END SET RFI-ORDERS-EOF TO TRUE
005010     END-READ.
005020 3100-CONFERIR-PEDIDO-EXIT.
005030     EXIT.
005040
005050*=========================================================
005060* HISTORICO DE FRETES: TRANSPORTADORA (5) E EMPRESA (6)
005070*=========================================================
005080 4000-VARRER-FRETES.
005090     OPEN INPUT FREIGHT-HISTORY.
005100     IF RFI-FRTHIST-STATUS NOT = '00'
005110         DISPLAY 'FRTHIST INDISPONIVEL - STATUS '
005120             RFI-FRTHIST-STATUS
005130         GO TO 4000-VARRER-FRETES-EXIT.
005140     IF RFI-CARRMAST-ABERTO
005150         MOVE 'S' TO RFI-C-SITUACAO (5)
005160     END-IF.
005170     IF RFI-COMPMAST-ABERTO
005180         MOVE 'S' TO RFI-C-SITUACAO (6)
005190     END-IF.
005200     READ FREIGHT-HISTORY
005210         AT END SET RFI-FRTHIST-EOF TO TRUE
005220     END-READ.
005230     PERFORM 4100-CONFERIR-FRETE THRU 4100-CONFERIR-FRETE-EXIT
005240         UNTIL RFI-FRTHIST-EOF.
005250     CLOSE FREIGHT-HISTORY.
005260 4000-VARRER-FRETES-EXIT.
005270     EXIT.
005280
005290 4100-CONFERIR-FRETE.
005300     IF RFI-VERIFICADO (5) AND FRH-TRANSPORTADORA NOT = SPACES
005310         ADD 1 TO RFI-C-LIDOS (5)
005320         MOVE FRH-TRANSPORTADORA TO CAR-CODIGO
005330         READ CARRIER-MASTER
005340             INVALID KEY
005350                 MOVE 5 TO RFI-IX
005360                 MOVE FRH-NUMERO-PEDIDO TO RFI-ERR-CHAVE
005370                 MOVE SPACES TO RFI-ERR-IMAGEM
005380                 STRING 'FRETE DO PEDIDO ' FRH-NUMERO-PEDIDO
005390                        ' DE ' FRH-DATA-CALCULO
005400                        ' TRANSPORTADORA ' FRH-TRANSPORTADORA
005410                        ' AUSENTE NO CARRMAST'
005420                     DELIMITED BY SIZE INTO RFI-ERR-IMAGEM
005430                 PERFORM 8500-REGISTRAR-ORFAO
005440                     THRU 8500-REGISTRAR-ORFAO-EXIT
005450         END-READ
005460     END-IF.
005470     IF RFI-VERIFICADO (6)
005480         ADD 1 TO RFI-C-LIDOS (6)
005490         MOVE FRH-EMPRESA TO RFI-EMPRESA
005500         PERFORM 8400-CONFERIR-EMPRESA
005510             THRU 8400-CONFERIR-EMPRESA-EXIT
005520         IF NOT RFI-EMPRESA-ACHADA
005530             MOVE 6 TO RFI-IX
005540             MOVE FRH-NUMERO-PEDIDO TO RFI-ERR-CHAVE
005550             MOVE SPACES TO RFI-ERR-IMAGEM
005560             STRING 'FRETE DO PEDIDO ' FRH-NUMERO-PEDIDO
005570                    ' DE ' FRH-DATA-CALCULO ' EMPRESA '
005580                    RFI-EMPRESA ' AUSENTE NO COMPMAST'
005590                 DELIMITED BY SIZE INTO RFI-ERR-IMAGEM
005600             PERFORM 8500-REGISTRAR-ORFAO
005610                 THRU 8500-REGISTRAR-ORFAO-EXIT
005620         END-IF
005630     END-IF.
005640     READ FREIGHT-HISTORY
005650         AT END SET RFI-FRTHIST-EOF TO TRUE
005660     END-READ.
005670 4100-CONFERIR-FRETE-EXIT.
005680     EXIT.
005690
005700*=========================================================
005710* LOTES: EMPRESA (7)
005720*=========================================================
005730 5000-VARRER-LOTES.
005740     IF NOT RFI-COMPMAST-ABERTO
005750         GO TO 5000-VARRER-LOTES-EXIT.
005760     OPEN INPUT LOTS-FILE.
005770     IF RFI-LOTS-STATUS NOT = '00'
005780         DISPLAY 'LOTS INDISPONIVEL - STATUS ' RFI-LOTS-STATUS
005790         GO TO 5000-VARRER-LOTES-EXIT.
005800     MOVE 'S' TO RFI-C-SITUACAO (7).
005810     READ LOTS-FILE
005820         AT END SET RFI-LOTS-EOF TO TRUE
005830     END-READ.
005840     PERFORM 5100-CONFERIR-LOTE THRU 5100-CONFERIR-LOTE-EXIT
005850         UNTIL RFI-LOTS-EOF.
005860     CLOSE LOTS-FILE.
005870 5000-VARRER-LOTES-EXIT.
005880     EXIT.
005890
005900 5100-CONFERIR-LOTE.
005910     ADD 1 TO RFI-C-LIDOS (7).
005920     MOVE LOT-EMPRESA TO RFI-EMPRESA.
005930     PERFORM 8400-CONFERIR-EMPRESA
005940         THRU 8400-CONFERIR-EMPRESA-EXIT.
005950     IF NOT RFI-EMPRESA-ACHADA
005960         MOVE 7 TO RFI-IX
005970         MOVE LOT-ID TO RFI-ERR-CHAVE
005980         MOVE SPACES TO RFI-ERR-IMAGEM
005990         STRING 'LOTE ' LOT-ID ' EMPRESA ' RFI-EMPRESA
006000                ' AUSENTE NO COMPMAST'
006010             DELIMITED BY SIZE INTO RFI-ERR-IMAGEM
006020         PERFORM 8500-REGISTRAR-ORFAO
006030             THRU 8500-REGISTRAR-ORFAO-EXIT
006040     END-IF.
006050     READ LOTS-FILE
006060         AT END SET RFI-LOTS-EOF TO TRUE
006070     END-READ.
006080 5100-CONFERIR-LOTE-EXIT.
006090     EXIT.
006100
006110*=========================================================
006120* FATURAS DE ALUGUEL: CONTRATO DO LOCATARIO (8)
006130*=========================================================
006140 6000-VARRER-FATURAS.
006150     IF NOT RFI-TENANT-ABERTO
006160         GO TO 6000-VARRER-FATURAS-EXIT.
006170     OPEN INPUT RENT-INVOICES.
006180     IF RFI-RENTINV-STATUS NOT = '00'
006190         DISPLAY 'RENTINV INDISPONIVEL - STATUS '
006200             RFI-RENTINV-STATUS
006210         GO TO 6000-VARRER-FATURAS-EXIT.
006220     MOVE 'S' TO RFI-C-SITUACAO (8).
006230     READ RENT-INVOICES
006240         AT END SET RFI-RENTINV-EOF TO TRUE
006250     END-READ.
006260     PERFORM 6100-CONFERIR-FATURA THRU 6100-CONFERIR-FATURA-EXIT
006270         UNTIL RFI-RENTINV-EOF.
006280     CLOSE RENT-INVOICES.
006290 6000-VARRER-FATURAS-EXIT.
006300     EXIT.
006310
006320 6100-CONFERIR-FATURA.
006330     ADD 1 TO RFI-C-LIDOS (8).
006340     MOVE 8 TO RFI-IX.
006350     MOVE INV-NUMERO TO RFI-ERR-CHAVE.
006360     MOVE SPACES TO RFI-ERR-IMAGEM.
006370     MOVE INV-LOTE-ID TO TEN-LOTE-ID.
006380     READ TENANT-MASTER
006390         INVALID KEY
006400             STRING 'FATURA ' INV-NUMERO ' LOTE ' INV-LOTE-ID
006410                    ' LOCATARIO ' INV-LOCATARIO
006420                    ' SEM CONTRATO NO TENANTS'
006430                 DELIMITED BY SIZE INTO RFI-ERR-IMAGEM
006440             PERFORM 8500-REGISTRAR-ORFAO
006450                 THRU 8500-REGISTRAR-ORFAO-EXIT
006460         NOT INVALID KEY
006470             IF INV-EM-ABERTO AND TEN-CODIGO NOT = INV-LOCATARIO
006480                 STRING 'FATURA EM ABERTO ' INV-NUMERO
006490                        ' LOCATARIO ' INV-LOCATARIO
006500                        ' - CONTRATO DO LOTE ' INV-LOTE-ID
006510                        ' E DO ' TEN-CODIGO
006520                     DELIMITED BY SIZE INTO RFI-ERR-IMAGEM
006530                 PERFORM 8500-REGISTRAR-ORFAO
006540                     THRU 8500-REGISTRAR-ORFAO-EXIT
006550             END-IF
006560     END-READ.
006570     READ RENT-INVOICES
006580         AT END SET RFI-RENTINV-EOF TO TRUE
006590     END-READ.
006600 6100-CONFERIR-FATURA-EXIT.
006610     EXIT.
006620
006630*=========================================================
006640* MATRICULAS EM CURSO: PRECO DO CURSO (9)
006650*=========================================================
006660 7000-VARRER-MATRICULAS.
006670     IF NOT RFI-CRSPRC-ABERTO
006680         GO TO 7000-VARRER-MATRICULAS-EXIT.
006690     OPEN INPUT ENROLLMENT-MASTER.
006700     IF RFI-ENROLL-STATUS NOT = '00'
006710         DISPLAY 'ENROLL INDISPONIVEL - STATUS '
006720             RFI-ENROLL-STATUS
006730         GO TO 7000-VARRER-MATRICULAS-EXIT.
006740     MOVE 'S' TO RFI-C-SITUACAO (9).
006750     READ ENROLLMENT-MASTER
006760         AT END SET RFI-ENROLL-EOF TO TRUE
006770     END-READ.
006780     PERFORM 7100-CONFERIR-MATRICULA
006790         THRU 7100-CONFERIR-MATRICULA-EXIT
006800         UNTIL RFI-ENROLL-EOF.
006810     CLOSE ENROLLMENT-MASTER.
006820 7000-VARRER-MATRICULAS-EXIT.
006830     EXIT.
006840
006850 7100-CONFERIR-MATRICULA.
006860     IF ENR-CURSO = SPACES
006870         GO TO 7100-CONFERIR-MATRICULA-LER.
006880     ADD 1 TO RFI-C-LIDOS (9).
006890     MOVE ENR-CURSO TO CRP-CURSO.
006900     READ COURSE-PRICES
006910         INVALID KEY
006920             MOVE 9 TO RFI-IX
006930             MOVE ENR-CHAVE TO RFI-ERR-CHAVE
006940             MOVE SPACES TO RFI-ERR-IMAGEM
006950             STRING 'MATRICULA DO ALUNO ' ENR-ID ' NO CURSO '
006960                    ENR-CURSO ' SEM PRECO NO CRSPRC'
006970                 DELIMITED BY SIZE INTO RFI-ERR-IMAGEM
006980             PERFORM 8500-REGISTRAR-ORFAO
006990                 THRU 8500-REGISTRAR-ORFAO-EXIT
007000     END-READ.
007010 7100-CONFERIR-MATRICULA-LER.
007020     READ ENROLLMENT-MASTER
007030         AT END SET RFI-ENROLL-EOF TO TRUE
007040     END-READ.
007050 7100-CONFERIR-MATRICULA-EXIT.
007060     EXIT.
007070
007080*=========================================================
007090* TOTAL DE ORFAOS NO INTEGCHK (CHAVE ORFAOS) PARA O RESUMO
007100* DA MANHA: QTDE = ORFAOS, HASH = REFERENCIAS CONFERIDAS
007110*=========================================================
007120 8000-GRAVAR-TOTAL.
007130     MOVE 1 TO RFI-IX.
007140     PERFORM 8100-SOMAR-RELAC THRU 8100-SOMAR-RELAC-EXIT
007150         UNTIL RFI-IX > RFI-QTDE-RELAC.
007160     OPEN I-O INTEGRITY-TOTALS.
007170     IF RFI-INTEGCHK-STATUS = '35'
007180         OPEN OUTPUT INTEGRITY-TOTALS
007190         CLOSE INTEGRITY-TOTALS
007200         OPEN I-O INTEGRITY-TOTALS
007210     END-IF.
007220     IF RFI-INTEGCHK-STATUS NOT = '00'
007230         DISPLAY 'INTEGCHK INDISPONIVEL - STATUS '
007240             RFI-INTEGCHK-STATUS ' - TOTAL NAO GRAVADO'
007250         GO TO 8000-GRAVAR-TOTAL-EXIT.
007260     MOVE 'ORFAOS' TO ITG-ARQUIVO.
007270     MOVE RFI-TOTAL-ORFAOS TO ITG-QTDE.
007280     MOVE RFI-TOTAL-LIDOS TO ITG-HASH.
007290     MOVE RFI-DATASISTEMA TO ITG-DATA.
007300     MOVE RFI-HORASISTEMA TO ITG-HORA.
007310     WRITE ITG-RECORD
007320         INVALID KEY
007330             REWRITE ITG-RECORD
007340     END-WRITE.
007350     CLOSE INTEGRITY-TOTALS.
007360 8000-GRAVAR-TOTAL-EXIT.
007370     EXIT.
007380
007390 8100-SOMAR-RELAC.
007400     ADD RFI-C-LIDOS (RFI-IX) TO RFI-TOTAL-LIDOS.
007410     ADD RFI-C-ORFAOS (RFI-IX) TO RFI-TOTAL-ORFAOS.
007420     IF NOT RFI-VERIFICADO (RFI-IX)
007430         ADD 1 TO RFI-QTDE-NAO-VERIF
007440     END-IF.
007450     ADD 1 TO RFI-IX.
007460 8100-SOMAR-RELAC-EXIT.
007470     EXIT.
007480
007490*    EMPRESA ZEROS = EMPRESA 01 (REGISTRO ANTIGO)
007500 8400-CONFERIR-EMPRESA.
007510     IF RFI-EMPRESA = ZEROS
007520         MOVE 1 TO RFI-EMPRESA
007530     END-IF.
007540     MOVE RFI-EMPRESA TO CIA-CODIGO.
007550     READ COMPANY-MASTER
007560         INVALID KEY
007570             MOVE 'N' TO RFI-SW-ACHOU
007580         NOT INVALID KEY
007590             MOVE 'S' TO RFI-SW-ACHOU
007600     END-READ.
007610 8400-CONFERIR-EMPRESA-EXIT.
007620     EXIT.
007630
007640*    ORFAO DO RELACIONAMENTO RFI-IX: CONTA E GRAVA NO SYSERR
007650 8500-REGISTRAR-ORFAO.
007660     ADD 1 TO RFI-C-ORFAOS (RFI-IX).
007670     MOVE RFI-R-MOTIVO (RFI-IX) TO RFI-ERR-MOTIVO.
007680     CALL 'ERRGRV' USING RFI-ERR-PROGRAMA
007690                         RFI-ERR-SEVERIDADE
007700                         RFI-ERR-MOTIVO
007710                         RFI-ERR-CHAVE
007720                         RFI-ERR-IMAGEM.
007730 8500-REGISTRAR-ORFAO-EXIT.
007740     EXIT.
007750
007760*=========================================================
007770* RESUMO POR RELACIONAMENTO (ORFARPT) E FECHAMENTO
007780*=========================================================
007790 9000-FINALIZAR.
007800     IF RFI-DEPTMAST-ABERTO
007810         CLOSE DEPARTMENT-MASTER
007820     END-IF.
007830     IF RFI-SALBAND-ABERTO
007840         CLOSE SALARY-BANDS
007850     END-IF.
007860     IF RFI-COMPMAST-ABERTO
007870         CLOSE COMPANY-MASTER
007880     END-IF.
007890     IF RFI-CARRMAST-ABERTO
007900         CLOSE CARRIER-MASTER
007910     END-IF.
007920     IF RFI-TENANT-ABERTO
007930         CLOSE TENANT-MASTER
007940     END-IF.
007950     IF RFI-CRSPRC-ABERTO
007960         CLOSE COURSE-PRICES
007970     END-IF.
007980     OPEN OUTPUT ORPHAN-REPORT.
007990     MOVE RFI-DATASISTEMA TO RFI-C1-DATA.
008000     WRITE RFI-REPORT-LINE FROM RFI-CABECALHO-1.
008010     MOVE SPACES TO RFI-REPORT-LINE.
008020     WRITE RFI-REPORT-LINE.
008030     WRITE RFI-REPORT-LINE FROM RFI-CABECALHO-2.
008040     MOVE 1 TO RFI-IX.
008050     PERFORM 9100-LINHA-RELAC THRU 9100-LINHA-RELAC-EXIT
008060         UNTIL RFI-IX > RFI-QTDE-RELAC.
008070     MOVE SPACES TO RFI-REPORT-LINE.
008080     WRITE RFI-REPORT-LINE.
008090     MOVE RFI-TOTAL-LIDOS TO RFI-T-LIDOS.
008100     MOVE RFI-TOTAL-ORFAOS TO RFI-T-ORFAOS.
008110     WRITE RFI-REPORT-LINE FROM RFI-LINHA-TOTAL.
008120     CLOSE ORPHAN-REPORT.
008130     DISPLAY 'REFERENCIAS CONFERIDAS: ' RFI-TOTAL-LIDOS
008140         ' ORFAS: ' RFI-TOTAL-ORFAOS.
008150     IF RFI-TOTAL-ORFAOS > ZEROS OR RFI-QTDE-NAO-VERIF > ZEROS
008160         MOVE 4 TO RETURN-CODE
008170     END-IF.
008180 9000-FINALIZAR-EXIT.
008190     EXIT.
008200
008210 9100-LINHA-RELAC.
008220     MOVE RFI-R-NOME (RFI-IX) TO RFI-L-NOME.
008230     MOVE RFI-R-ORIGEM (RFI-IX) TO RFI-L-ORIGEM.
008240     MOVE RFI-R-DESTINO (RFI-IX) TO RFI-L-DESTINO.
008250     MOVE RFI-R-MOTIVO (RFI-IX) TO RFI-L-MOTIVO.
008260     MOVE RFI-C-LIDOS (RFI-IX) TO RFI-L-LIDOS.
008270     MOVE RFI-C-ORFAOS (RFI-IX) TO RFI-L-ORFAOS.
008280     EVALUATE TRUE
008290         WHEN NOT RFI-VERIFICADO (RFI-IX)
008300             MOVE 'NAO VERIFICADO' TO RFI-L-SITUACAO
008310         WHEN RFI-C-ORFAOS (RFI-IX) > ZEROS
008320             MOVE 'COM ORFAOS' TO RFI-L-SITUACAO
008330         WHEN OTHER
008340             MOVE 'OK' TO RFI-L-SITUACAO
008350     END-EVALUATE.
008360     WRITE RFI-REPORT-LINE FROM RFI-LINHA-RELAC.
008370     ADD 1 TO RFI-IX.
008380 9100-LINHA-RELAC-EXIT.
008390     EXIT.
