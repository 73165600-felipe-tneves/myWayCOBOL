000249*                MUNICIPAIS AOS NACIONAIS. ACABA O 'ATRASO'
000249*                FALSO EM FERIADO ESTADUAL QUE O CALENDARIO
000249*                UNICO NAO CARREGAVA.
000249* 15/10/2026 FT  O PRAZO PROMETIDO PASSA A CONSIDERAR A ZONA DE
000249*                ENTREGA EM QUE O FRETE FOI COTADO (FRH-ZONA DO
000249*                HISTORICO): HAVENDO PRAZO DA UF + ZONA NO
000249*                PRAZOUF, ELE SOBREPOE O PRAZO PADRAO DA UF.
000249* 15/10/2026 FT  CADA PEDIDO DO RELATORIO SAI TAMBEM NO ARQUIVO
000249*                ATRASPED (MARCA DE ATRASO POR PEDIDO), LIDO
000249*                PELO RETORNO DE SITUACAO AO SISTEMA DE VENDAS
000249*                (PROGCOB96).
000250***********************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000370     SELECT DELIVERY-TERMS ASSIGN TO 'PRAZOUF'
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS PRZ-CHAVE
000410         FILE STATUS IS ATR-PRAZO-STATUS.
000420     SELECT DELIVERY-CONFIRMATIONS ASSIGN TO 'DELIVCNF'
000430         ORGANIZATION IS LINE SEQUENTIAL
000500     SELECT ATRASO-REPORT ASSIGN TO 'ATRASRPT'
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS ATR-REPORT-STATUS.
000520     SELECT LATE-FLAGS ASSIGN TO 'ATRASPED'
000520         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS ATR-ATRASPED-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  ORDERS-FILE.
000630 FD  ATRASO-REPORT
000640     RECORD CONTAINS 90 CHARACTERS.
000650 01  ATR-REPORT-LINE          PIC X(90).
000650 FD  LATE-FLAGS.
000650     COPY ATRASFLG.
000660 WORKING-STORAGE SECTION.
000670 01  ATR-SWITCHES.
000680     05  ATR-ORDERS-STATUS    PIC X(02) VALUE '00'.
000720         88  ATR-DELIV-EOF        VALUE '10'.
000730     05  ATR-FRTHIST-STATUS   PIC X(02) VALUE '00'.
000740     05  ATR-REPORT-STATUS    PIC X(02) VALUE '00'.
000740     05  ATR-SW-PRAZO-ACHADO  PIC X(01) VALUE 'N'.
000740         88  ATR-PRAZO-ACHADO         VALUE 'S'.
000740         88  ATR-PRAZO-NAO-ACHADO     VALUE 'N'.
000750     05  ATR-SW-PRAZO         PIC X(01) VALUE 'N'.
000760         88  ATR-PRAZO-DISPONIVEL     VALUE 'S'.
000770     05  ATR-SW-FRTHIST       PIC X(01) VALUE 'N'.
000845         88  ATR-CARRCRED-DISPONIVEL  VALUE 'S'.
000846     05  ATR-SW-MULTA-EXISTE  PIC X(01) VALUE 'N'.
000847         88  ATR-MULTA-EXISTE         VALUE 'S'.
000847     05  ATR-ATRASPED-STATUS  PIC X(02) VALUE '00'.
000850
000851 01  ATR-AREA-MULTA.
000852     05  ATR-PCT-DIA          PIC 9(02)V99 VALUE 0,50.
001030     05  ATR-DATA-PROMETIDA   PIC 9(08) VALUE ZEROS.
001040     05  ATR-DIAS-ATRASO      PIC S9(05) COMP VALUE ZEROS.
001050     05  ATR-TRANSP           PIC X(03) VALUE SPACES.
001050     05  ATR-ZONA             PIC X(03) VALUE SPACES.
001060     05  ATR-QTDE-CONFERIDOS  PIC 9(05) COMP VALUE ZEROS.
001070     05  ATR-QTDE-ATRASADOS   PIC 9(05) COMP VALUE ZEROS.
001080     05  ATR-QTDE-PENDENTES   PIC 9(05) COMP VALUE ZEROS.
001620     PERFORM 1100-CARREGAR-ENTREGAS
001630         THRU 1100-CARREGAR-ENTREGAS-EXIT.
001640     OPEN OUTPUT ATRASO-REPORT.
001640     OPEN OUTPUT LATE-FLAGS.
001650     MOVE '==== PEDIDOS ALEM DO PRAZO PROMETIDO - DIARIO ===='
001660         TO ATR-REPORT-LINE.
001670     WRITE ATR-REPORT-LINE.
002230
002240 2100-CALCULAR-PROMETIDA.
002250     MOVE ATR-PRAZO-DEFAULT TO ATR-PRAZO-DIAS.
002252*    A ZONA COTADA VEM DO HISTORICO DE FRETES DO PEDIDO
002254     PERFORM 2710-BUSCAR-FRETE THRU 2710-BUSCAR-FRETE-EXIT.
002260     IF ATR-PRAZO-DISPONIVEL
002270         MOVE ORDER-UF TO PRZ-UF
002275         MOVE ATR-ZONA TO PRZ-ZONA
002280         PERFORM 2110-LER-PRAZO THRU 2110-LER-PRAZO-EXIT
002290         IF ATR-PRAZO-NAO-ACHADO AND ATR-ZONA NOT = SPACES
002300             MOVE SPACES TO PRZ-ZONA
002310             PERFORM 2110-LER-PRAZO THRU 2110-LER-PRAZO-EXIT
002330         END-IF
002340     END-IF.
002350     IF ORDER-DATA = ZEROS
002360         MOVE ATR-DATASISTEMA TO ATR-DATA-BASE
002430 2100-CALCULAR-PROMETIDA-EXIT.
002440     EXIT.
002450
002450 2110-LER-PRAZO.
002450     SET ATR-PRAZO-NAO-ACHADO TO TRUE.
002450     READ DELIVERY-TERMS
002450         INVALID KEY
002450             CONTINUE
002450         NOT INVALID KEY
002450             MOVE PRZ-DIAS-UTEIS TO ATR-PRAZO-DIAS
002450             SET ATR-PRAZO-ACHADO TO TRUE
002450     END-READ.
002450 2110-LER-PRAZO-EXIT.
002450     EXIT.
002450
002460 2200-PROCURAR-ENTREGA.
002470     SET ATR-ENTREGA-NAO-ACHADA TO TRUE.
002480     MOVE ZEROS TO ATR-IND-ACHADO.
003220     MOVE ATR-TRANSP TO ATR-D-TRANSP.
003225     MOVE ATR-MULTA TO ATR-D-MULTA.
003230     WRITE ATR-REPORT-LINE FROM ATR-LINHA-DETALHE.
003230     MOVE ORDER-NUMERO TO ATF-NUMERO-PEDIDO.
003230     IF ATR-ENTREGA-ACHADA
003230         SET ATF-ENTREGUE-ATRASADO TO TRUE
003230     ELSE
003230         SET ATF-NAO-ENTREGUE TO TRUE
003230     END-IF.
003230     MOVE ATR-DATA-PROMETIDA TO ATF-DATA-PROMETIDA.
003230     MOVE ATR-DIAS-ATRASO TO ATF-DIAS-ATRASO.
003230     MOVE ATR-TRANSP TO ATF-TRANSPORTADORA.
003230     WRITE ATF-RECORD.
003240 2500-IMPRIMIR-ATRASO-EXIT.
003250     EXIT.
003260
003529
003529 2710-BUSCAR-FRETE.
003529     MOVE ZEROS TO ATR-FRETE-BRL.
003529     MOVE SPACES TO ATR-ZONA.
003529     SET ATR-VARREDURA-ATIVA TO TRUE.
003529     IF NOT ATR-FRTHIST-DISPONIVEL
003529         GO TO 2710-BUSCAR-FRETE-EXIT.
003529                 IF FRH-NUMERO-PEDIDO = ORDER-NUMERO
003529                         AND FRH-TIPO-NORMAL
003529                     MOVE FRH-FRETE-BRL TO ATR-FRETE-BRL
003529                     MOVE FRH-ZONA TO ATR-ZONA
003529                 END-IF
003529         END-READ
003529     END-IF.
003670         CLOSE FREIGHT-HISTORY
003680     END-IF.
003690     CLOSE ATRASO-REPORT.
003690     CLOSE LATE-FLAGS.
003700 3000-FINALIZAR-EXIT.
003710     EXIT.
