000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCOB83.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE PESSOAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: CADASTRO DE CONTRATOS DE EMPRESTIMO CONSIGNADO
000100*           NO CONSOLE (ARQUIVO CONSIG), NO MESMO DESENHO DO
000110*           PROGCOB59 - INCLUI E LISTA CONTRATOS POR
000120*           MATRICULA. NA INCLUSAO, CONFERE A MARGEM
000130*           CONSIGNAVEL: A SOMA DAS PARCELAS DOS CONTRATOS
000140*           ATIVOS MAIS A DO CONTRATO NOVO NAO PODE PASSAR
000150*           DE 35% DO LIQUIDO DA COMPETENCIA ANTERIOR NO
000160*           HISTORICO DE FOLHA (FOLHIST) - PASSANDO, OU SEM
000170*           LIQUIDO ANTERIOR PARA MEDIR, O CONTRATO E
000180*           RECUSADO. DESLIGADO NAO RECEBE CONTRATO. A FOLHA
000190*           (PROGCOB32) DESCONTA AS PARCELAS DAQUI.
000200* -----------------------------------------------------
000210* HISTORICO DE ALTERACOES
000220* 15/10/2026 FT  PROGRAMA CRIADO.
000230***********************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SPECIAL-NAMES.
000270     DECIMAL-POINT IS COMMA.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT LOAN-CONTRACTS ASSIGN TO 'CONSIG'
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS CSG-CHAVE
000340         FILE STATUS IS WRK-CONSIG-STATUS.
000350     SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS EMP-ID
000390         FILE STATUS IS WRK-EMPMAST-STATUS.
000400     SELECT PAYROLL-HISTORY ASSIGN TO 'FOLHIST'
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WRK-FOLHIST-STATUS.
000430     SELECT OPERATOR-SESSION ASSIGN TO 'OPERSESS'
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WRK-OPERSESS-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  LOAN-CONTRACTS.
000490     COPY CONSIG.
000500 FD  EMPLOYEE-MASTER.
000510     COPY EMPREC.
000520 FD  PAYROLL-HISTORY.
000530     COPY FOLHIST.
000540 FD  OPERATOR-SESSION.
000550     COPY OPERSESS.
000560 WORKING-STORAGE SECTION.
000570 77  WRK-CONSIG-STATUS   PIC X(02) VALUE '00'.
000580 77  WRK-EMPMAST-STATUS  PIC X(02) VALUE '00'.
000590 77  WRK-FOLHIST-STATUS  PIC X(02) VALUE '00'.
000600     88  WRK-FOLHIST-EOF         VALUE '10'.
000610 77  WRK-OPERSESS-STATUS PIC X(02) VALUE '00'.
000620 77  WRK-SW-EMPMAST      PIC X(01) VALUE 'N'.
000630     88  WRK-EMPMAST-DISPONIVEL  VALUE 'S'.
000640 77  WRK-OPCAO           PIC 9(01) VALUE ZEROS.
000650     88  WRK-OPCAO-SAIR      VALUE 9.
000660     88  WRK-OPCAO-VALIDA    VALUE 1 THRU 2, 9.
000670 77  WRK-USUARIO         PIC X(08) VALUE SPACES.
000680 77  WRK-DATASISTEMA     PIC 9(08) VALUE ZEROS.
000690 77  WRK-MATRICULA       PIC 9(05) VALUE ZEROS.
000700 77  WRK-PROX-SEQ        PIC 9(02) VALUE ZEROS.
000710 77  WRK-QTDE-LISTADOS   PIC 9(02) VALUE ZEROS.
000720 77  WRK-SW-VARREDURA    PIC X(01) VALUE 'N'.
000730     88  WRK-FIM-VARREDURA       VALUE 'S'.
000740     88  WRK-VARREDURA-ATIVA     VALUE 'N'.
000750 77  WRK-SW-ENCONTROU    PIC X(01) VALUE 'N'.
000760     88  WRK-FUNC-ENCONTRADO     VALUE 'S'.
000770 77  WRK-SW-LIQUIDO      PIC X(01) VALUE 'N'.
000780     88  WRK-LIQUIDO-ACHADO      VALUE 'S'.
000790*    MARGEM CONSIGNAVEL: PERCENTUAL DO LIQUIDO DA COMPETENCIA
000800*    ANTERIOR QUE A SOMA DAS PARCELAS PODE COMPROMETER
000810 77  WRK-PCT-MARGEM      PIC 9(02)V99 VALUE 35,00.
000820 77  WRK-COMP-ANTERIOR   PIC 9(06) VALUE ZEROS.
000830 77  WRK-LIQUIDO-ANT     PIC 9(06)V99 VALUE ZEROS.
000840 77  WRK-MARGEM          PIC 9(06)V99 VALUE ZEROS.
000850 77  WRK-SOMA-PARCELAS   PIC 9(07)V99 VALUE ZEROS.
000860 77  WRK-SOMA-NOVA       PIC 9(07)V99 VALUE ZEROS.
000870 77  WRK-VALOR-EDT       PIC ZZZ.ZZ9,99.
000880 77  WRK-SALDO-EDT       PIC ZZ.ZZZ.ZZ9,99.
000890 77  WRK-SALDO-DEVEDOR   PIC 9(08)V99 VALUE ZEROS.
000900 01  WRK-DATA-R.
000910     05  WRK-R-ANO           PIC 9(04).
000920     05  WRK-R-MES           PIC 9(02).
000930     05  WRK-R-DIA           PIC 9(02).
000940 01  WRK-COMP-ANT-R.
000950     05  WRK-ANT-ANO         PIC 9(04).
000960     05  WRK-ANT-MES         PIC 9(02).
000970 PROCEDURE DIVISION.
000980
000990 0000-MAINLINE.
001000     ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
001010     MOVE WRK-DATASISTEMA TO WRK-DATA-R.
001020     IF WRK-R-MES = 1
001030         COMPUTE WRK-ANT-ANO = WRK-R-ANO - 1
001040         MOVE 12 TO WRK-ANT-MES
001050     ELSE
001060         MOVE WRK-R-ANO TO WRK-ANT-ANO
001070         COMPUTE WRK-ANT-MES = WRK-R-MES - 1
001080     END-IF.
001090     MOVE WRK-COMP-ANT-R TO WRK-COMP-ANTERIOR.
001100     OPEN INPUT OPERATOR-SESSION.
001110     IF WRK-OPERSESS-STATUS = '00'
001120         READ OPERATOR-SESSION
001130             AT END
001140                 CONTINUE
001150             NOT AT END
001160                 MOVE OSS-USUARIO TO WRK-USUARIO
001170         END-READ
001180         CLOSE OPERATOR-SESSION
001190     END-IF.
001200     OPEN I-O LOAN-CONTRACTS.
001210     IF WRK-CONSIG-STATUS = '35'
001220         OPEN OUTPUT LOAN-CONTRACTS
001230         CLOSE LOAN-CONTRACTS
001240         OPEN I-O LOAN-CONTRACTS
001250     END-IF.
001260     IF WRK-CONSIG-STATUS NOT = '00'
001270         DISPLAY 'CADASTRO DE CONSIGNADOS INDISPONIVEL - '
001280             'STATUS ' WRK-CONSIG-STATUS
001290         GO TO 0000-ENCERRAR.
001300     OPEN INPUT EMPLOYEE-MASTER.
001310     IF WRK-EMPMAST-STATUS = '00'
001320         SET WRK-EMPMAST-DISPONIVEL TO TRUE
001330     END-IF.
001340     PERFORM 1000-PROCESSAR-MENU THRU 1000-PROCESSAR-MENU-EXIT
001350         UNTIL WRK-OPCAO-SAIR.
001360     CLOSE LOAN-CONTRACTS.
001370     IF WRK-EMPMAST-DISPONIVEL
001380         CLOSE EMPLOYEE-MASTER
001390     END-IF.
001400 0000-ENCERRAR.
001410     GOBACK.
001420
001430 1000-PROCESSAR-MENU.
001440     DISPLAY '================================================'.
001450     DISPLAY '        CONTRATOS DE CONSIGNADO                 '.
001460     DISPLAY '================================================'.
001470     DISPLAY '1 - INCLUIR CONTRATO'.
001480     DISPLAY '2 - LISTAR CONTRATOS DA MATRICULA'.
001490     DISPLAY '9 - SAIR'.
001500     DISPLAY 'OPCAO: '.
001510     ACCEPT WRK-OPCAO.
001520     EVALUATE TRUE
001530         WHEN WRK-OPCAO = 1
001540             PERFORM 2000-INCLUIR THRU 2000-INCLUIR-EXIT
001550         WHEN WRK-OPCAO = 2
001560             PERFORM 3000-LISTAR THRU 3000-LISTAR-EXIT
001570         WHEN WRK-OPCAO-SAIR
001580             CONTINUE
001590         WHEN OTHER
001600             DISPLAY 'OPCAO INVALIDA - REDIGITE'
001610     END-EVALUATE.
001620 1000-PROCESSAR-MENU-EXIT.
001630     EXIT.
001640
001650*=========================================================
001660* INCLUSAO COM CONFERENCIA DA MARGEM CONSIGNAVEL
001670*=========================================================
001680 2000-INCLUIR.
001690     DISPLAY 'MATRICULA DO FUNCIONARIO: '.
001700     ACCEPT WRK-MATRICULA.
001710     PERFORM 5000-CONFERIR-FUNC THRU 5000-CONFERIR-FUNC-EXIT.
001720     IF WRK-EMPMAST-DISPONIVEL AND NOT WRK-FUNC-ENCONTRADO
001730         DISPLAY 'MATRICULA NAO ENCONTRADA NO CADASTRO'
001740         GO TO 2000-INCLUIR-EXIT.
001750     IF WRK-FUNC-ENCONTRADO AND EMP-DESLIGADO
001760         DISPLAY 'FUNCIONARIO DESLIGADO - CONTRATO RECUSADO'
001770         GO TO 2000-INCLUIR-EXIT.
001780     PERFORM 5200-LER-LIQUIDO-ANTERIOR
001790         THRU 5200-LER-LIQUIDO-ANTERIOR-EXIT.
001800     IF NOT WRK-LIQUIDO-ACHADO
001810         DISPLAY 'SEM LIQUIDO DA COMPETENCIA ' WRK-COMP-ANTERIOR
001820             ' NO FOLHIST - MARGEM NAO APURADA, CONTRATO '
001830             'RECUSADO'
001840         GO TO 2000-INCLUIR-EXIT.
001850     COMPUTE WRK-MARGEM ROUNDED =
001860         WRK-LIQUIDO-ANT * WRK-PCT-MARGEM / 100.
001870     PERFORM 5100-SOMAR-CONTRATOS
001880         THRU 5100-SOMAR-CONTRATOS-EXIT.
001890     MOVE WRK-MARGEM TO WRK-VALOR-EDT.
001900     DISPLAY 'MARGEM CONSIGNAVEL (35%)..: ' WRK-VALOR-EDT.
001910     MOVE WRK-SOMA-PARCELAS TO WRK-VALOR-EDT.
001920     DISPLAY 'PARCELAS JA COMPROMETIDAS.: ' WRK-VALOR-EDT.
001930     MOVE WRK-MATRICULA TO CSG-MATRICULA.
001940     MOVE WRK-PROX-SEQ TO CSG-SEQUENCIA.
001950     DISPLAY 'CODIGO DO BANCO.......... '.
001960     ACCEPT CSG-BANCO.
001970     DISPLAY 'NUMERO DO CONTRATO....... '.
001980     ACCEPT CSG-CONTRATO.
001990     DISPLAY 'VALOR DA PARCELA......... '.
002000     ACCEPT CSG-VALOR-PARCELA.
002010     DISPLAY 'QUANTIDADE DE PARCELAS... '.
002020     ACCEPT CSG-QTDE-PARCELAS.
002030     IF CSG-BANCO = ZEROS OR CSG-CONTRATO = SPACES
002040             OR CSG-VALOR-PARCELA = ZEROS
002050             OR CSG-QTDE-PARCELAS = ZEROS
002060         DISPLAY 'BANCO, CONTRATO, PARCELA E QUANTIDADE SAO '
002070             'OBRIGATORIOS - CONTRATO NAO INCLUIDO'
002080         GO TO 2000-INCLUIR-EXIT.
002090     COMPUTE WRK-SOMA-NOVA =
002100         WRK-SOMA-PARCELAS + CSG-VALOR-PARCELA.
002110     IF WRK-SOMA-NOVA > WRK-MARGEM
002120         MOVE WRK-SOMA-NOVA TO WRK-VALOR-EDT
002130         DISPLAY 'PARCELAS SOMADAS (' WRK-VALOR-EDT ') PASSAM '
002140             'DA MARGEM - CONTRATO RECUSADO'
002150         GO TO 2000-INCLUIR-EXIT.
002160     MOVE ZEROS TO CSG-PARCELAS-PAGAS CSG-ULT-COMPETENCIA.
002170     SET CSG-ATIVO TO TRUE.
002180     MOVE WRK-DATASISTEMA TO CSG-DATA-INCLUSAO.
002190     MOVE WRK-USUARIO TO CSG-USUARIO.
002200     WRITE CSG-RECORD
002210         INVALID KEY
002220             DISPLAY 'ERRO AO INCLUIR O CONTRATO'
002230         NOT INVALID KEY
002240             DISPLAY 'CONTRATO INCLUIDO - SEQUENCIA '
002250                 CSG-SEQUENCIA ' - DESCONTO A PARTIR DA '
002260                 'PROXIMA FOLHA'
002270     END-WRITE.
002280 2000-INCLUIR-EXIT.
002290     EXIT.
002300
002310 3000-LISTAR.
002320     DISPLAY 'MATRICULA DO FUNCIONARIO: '.
002330     ACCEPT WRK-MATRICULA.
002340     MOVE ZEROS TO WRK-QTDE-LISTADOS.
002350     SET WRK-VARREDURA-ATIVA TO TRUE.
002360     MOVE WRK-MATRICULA TO CSG-MATRICULA.
002370     MOVE ZEROS TO CSG-SEQUENCIA.
002380     START LOAN-CONTRACTS KEY >= CSG-CHAVE
002390         INVALID KEY
002400             SET WRK-FIM-VARREDURA TO TRUE
002410     END-START.
002420     IF WRK-CONSIG-STATUS NOT = '00'
002430         SET WRK-FIM-VARREDURA TO TRUE
002440     END-IF.
002450     PERFORM 3100-LISTAR-UM THRU 3100-LISTAR-UM-EXIT
002460         UNTIL WRK-FIM-VARREDURA.
002470     IF WRK-QTDE-LISTADOS = ZEROS
002480         DISPLAY 'MATRICULA SEM CONTRATOS DE CONSIGNADO'
002490     END-IF.
002500 3000-LISTAR-EXIT.
002510     EXIT.
002520
002530 3100-LISTAR-UM.
002540     READ LOAN-CONTRACTS NEXT RECORD
002550         AT END
002560             SET WRK-FIM-VARREDURA TO TRUE
002570             GO TO 3100-LISTAR-UM-EXIT
002580     END-READ.
002590     IF WRK-CONSIG-STATUS NOT = '00'
002600             OR CSG-MATRICULA NOT = WRK-MATRICULA
002610         SET WRK-FIM-VARREDURA TO TRUE
002620         GO TO 3100-LISTAR-UM-EXIT.
002630     MOVE CSG-VALOR-PARCELA TO WRK-VALOR-EDT.
002640     COMPUTE WRK-SALDO-DEVEDOR = CSG-VALOR-PARCELA
002650         * (CSG-QTDE-PARCELAS - CSG-PARCELAS-PAGAS).
002660     MOVE WRK-SALDO-DEVEDOR TO WRK-SALDO-EDT.
002670     DISPLAY CSG-SEQUENCIA ' BANCO ' CSG-BANCO ' CONTRATO '
002680         CSG-CONTRATO ' PARCELA ' WRK-VALOR-EDT.
002690     DISPLAY '   PAGAS ' CSG-PARCELAS-PAGAS ' DE '
002700         CSG-QTDE-PARCELAS ' SALDO ' WRK-SALDO-EDT
002710         ' SIT ' CSG-SITUACAO.
002720     ADD 1 TO WRK-QTDE-LISTADOS.
002730 3100-LISTAR-UM-EXIT.
002740     EXIT.
002750
002760 5000-CONFERIR-FUNC.
002770     MOVE 'N' TO WRK-SW-ENCONTROU.
002780     IF NOT WRK-EMPMAST-DISPONIVEL
002790         GO TO 5000-CONFERIR-FUNC-EXIT.
002800     MOVE WRK-MATRICULA TO EMP-ID.
002810     READ EMPLOYEE-MASTER
002820         INVALID KEY
002830             CONTINUE
002840         NOT INVALID KEY
002850             SET WRK-FUNC-ENCONTRADO TO TRUE
002860             DISPLAY 'FUNCIONARIO: ' EMP-NOME
002870     END-READ.
002880 5000-CONFERIR-FUNC-EXIT.
002890     EXIT.
002900
002910*=========================================================
002920* SOMA DAS PARCELAS DOS CONTRATOS ATIVOS DA MATRICULA E
002930* PROXIMA SEQUENCIA LIVRE
002940*=========================================================
002950 5100-SOMAR-CONTRATOS.
002960     MOVE ZEROS TO WRK-SOMA-PARCELAS.
002970     MOVE 1 TO WRK-PROX-SEQ.
002980     SET WRK-VARREDURA-ATIVA TO TRUE.
002990     MOVE WRK-MATRICULA TO CSG-MATRICULA.
003000     MOVE ZEROS TO CSG-SEQUENCIA.
003010     START LOAN-CONTRACTS KEY >= CSG-CHAVE
003020         INVALID KEY
003030             SET WRK-FIM-VARREDURA TO TRUE
003040     END-START.
003050     IF WRK-CONSIG-STATUS NOT = '00'
003060         SET WRK-FIM-VARREDURA TO TRUE
003070     END-IF.
003080     PERFORM 5110-SOMAR-UM THRU 5110-SOMAR-UM-EXIT
003090         UNTIL WRK-FIM-VARREDURA.
003100 5100-SOMAR-CONTRATOS-EXIT.
003110     EXIT.
003120
003130 5110-SOMAR-UM.
003140     READ LOAN-CONTRACTS NEXT RECORD
003150         AT END
003160             SET WRK-FIM-VARREDURA TO TRUE
003170             GO TO 5110-SOMAR-UM-EXIT
003180     END-READ.
003190     IF WRK-CONSIG-STATUS NOT = '00'
003200             OR CSG-MATRICULA NOT = WRK-MATRICULA
003210         SET WRK-FIM-VARREDURA TO TRUE
003220         GO TO 5110-SOMAR-UM-EXIT.
003230     IF CSG-ATIVO
003240         ADD CSG-VALOR-PARCELA TO WRK-SOMA-PARCELAS
003250     END-IF.
003260     COMPUTE WRK-PROX-SEQ = CSG-SEQUENCIA + 1.
003270 5110-SOMAR-UM-EXIT.
003280     EXIT.
003290
003300*=========================================================
003310* LIQUIDO DA COMPETENCIA ANTERIOR NO FOLHIST (ULTIMA
003320* OCORRENCIA DA MATRICULA NAQUELA COMPETENCIA)
003330*=========================================================
003340 5200-LER-LIQUIDO-ANTERIOR.
003350     MOVE 'N' TO WRK-SW-LIQUIDO.
003360     MOVE ZEROS TO WRK-LIQUIDO-ANT.
003370     MOVE '00' TO WRK-FOLHIST-STATUS.
003380     OPEN INPUT PAYROLL-HISTORY.
003390     IF WRK-FOLHIST-STATUS NOT = '00'
003400         GO TO 5200-LER-LIQUIDO-ANTERIOR-EXIT.
003410     PERFORM 5210-LER-HISTORICO THRU 5210-LER-HISTORICO-EXIT
003420         UNTIL WRK-FOLHIST-EOF.
003430     CLOSE PAYROLL-HISTORY.
003440 5200-LER-LIQUIDO-ANTERIOR-EXIT.
003450     EXIT.
003460
003470 5210-LER-HISTORICO.
003480     READ PAYROLL-HISTORY
003490         AT END
003500             SET WRK-FOLHIST-EOF TO TRUE
003510             GO TO 5210-LER-HISTORICO-EXIT
003520     END-READ.
003530     IF FHI-MATRICULA = WRK-MATRICULA
003540             AND FHI-COMPETENCIA = WRK-COMP-ANTERIOR
003550             AND FHI-MENSAL
003560         SET WRK-LIQUIDO-ACHADO TO TRUE
003570         MOVE FHI-LIQUIDO TO WRK-LIQUIDO-ANT
003580     END-IF.
003590 5210-LER-HISTORICO-EXIT.
003600     EXIT.
