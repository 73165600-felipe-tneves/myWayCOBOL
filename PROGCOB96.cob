000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCOB96.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE LOGISTICA.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: RETORNO DIARIO DE SITUACAO DOS PEDIDOS AO SISTEMA
000100*           DE VENDAS (ARQUIVO STATVEND, COPYBOOK STATVEND) -
000110*           O CAMINHO DE VOLTA DO RAW-ORDERS. UM DETALHE POR
000120*           PEDIDO CUJA SITUACAO MUDOU NO DIA:
000130*           - REJEITADO NA CARGA DO DIA (REJORDER, COM O
000140*             CODIGO DE MOTIVO);
000150*           - RETIDO (HELDTRX DO LOTE DE FRETE - PERIODO
000160*             FISCAL FECHADO OU FALTA DE CAPACIDADE);
000170*           - FATURADO (FRTHIST, COM TRANSPORTADORA E FRETE);
000180*           - CANCELADO (ORDER-CANCELADO, COM O ESTORNO DO
000190*             FRETE QUANDO JA ESTAVA FATURADO);
000200*           - ENTREGUE (DELIVCNF);
000210*           - ATRASADO (MARCA DE ATRASO DO PROGCOB28, ARQUIVO
000220*             ATRASPED), COMO INDICADOR SOBRE A SITUACAO.
000230*           HEADER COM NUMERO SEQUENCIAL (STATSEQ) PARA VENDAS
000240*           DETECTAR DIA FALTANTE; TRAILER COM QUANTIDADES POR
000250*           SITUACAO E TOTAL DE FRETE.
000260* OBS: A MUDANCA E APURADA CONTRA A ULTIMA SITUACAO ENVIADA DE
000270*      CADA PEDIDO (ARQUIVO DE CONTROLE STATCTL), E NAO POR
000280*      DATA DE ALTERACAO DO PEDIDO. PEDIDO EM ABERTO QUE NUNCA
000290*      TEVE SITUACAO ENVIADA NAO SAI (VENDAS JA O TEM). A
000300*      RERODADA NO MESMO DIA REPETE O NUMERO SEQUENCIAL E
000310*      REGERA O MESMO CONTEUDO. A DATA DO PROCESSAMENTO E A DO
000320*      BUSIDATE (DIFERENTE DE ZEROS), SENAO A DO SISTEMA.
000330* -----------------------------------------------------
000340* HISTORICO DE ALTERACOES
000350* 15/10/2026 FT  PROGRAMA CRIADO.
000360***********************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SPECIAL-NAMES.
000400     DECIMAL-POINT IS COMMA.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT ORDERS-FILE ASSIGN TO 'ORDERS'
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS ORDER-NUMERO
000470         FILE STATUS IS RSV-ORDERS-STATUS.
000480     SELECT FREIGHT-HISTORY ASSIGN TO 'FRTHIST'
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS FRH-CHAVE
000520         ALTERNATE RECORD KEY IS FRH-PERIODO
000530             WITH DUPLICATES
000540         FILE STATUS IS RSV-FRTHIST-STATUS.
000550     SELECT REJECTED-ORDERS ASSIGN TO 'REJORDER'
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS RSV-REJORDER-STATUS.
000580     SELECT HELD-TRANSACTIONS ASSIGN TO 'HELDTRX'
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS RSV-HELDTRX-STATUS.
000610     SELECT DELIVERY-CONFIRMATIONS ASSIGN TO 'DELIVCNF'
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS RSV-DELIV-STATUS.
000640     SELECT LATE-FLAGS ASSIGN TO 'ATRASPED'
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS RSV-ATRASPED-STATUS.
000670     SELECT STATUS-CONTROL ASSIGN TO 'STATCTL'
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS STC-NUMERO-PEDIDO
000710         FILE STATUS IS RSV-STATCTL-STATUS.
000720     SELECT SEQUENCE-CONTROL ASSIGN TO 'STATSEQ'
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS RSV-STATSEQ-STATUS.
000750     SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSIDATE'
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS RSV-BUSIDATE-STATUS.
000780     SELECT STATUS-FEEDBACK ASSIGN TO 'STATVEND'
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS RSV-STATVEND-STATUS.
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  ORDERS-FILE.
000840     COPY ORDERREG.
000850 FD  FREIGHT-HISTORY.
000860     COPY FRTHIST.
000870 FD  REJECTED-ORDERS.
000880     COPY REJORDER.
000890 FD  HELD-TRANSACTIONS.
000900     COPY HELDTRX.
000910 FD  DELIVERY-CONFIRMATIONS.
000920     COPY DELIVCNF.
000930 FD  LATE-FLAGS.
000940     COPY ATRASFLG.
000950 FD  STATUS-CONTROL.
000960     COPY STATCTL.
000970 FD  SEQUENCE-CONTROL.
000980     COPY STATSEQ.
000990 FD  BUSINESS-DATE-FILE.
001000     COPY BUSIDATE.
001010 FD  STATUS-FEEDBACK.
001020     COPY STATVEND.
001030 WORKING-STORAGE SECTION.
001040 01  RSV-SWITCHES.
001050     05  RSV-ORDERS-STATUS    PIC X(02) VALUE '00'.
001060         88  RSV-ORDERS-EOF       VALUE '10'.
001070     05  RSV-FRTHIST-STATUS   PIC X(02) VALUE '00'.
001080     05  RSV-REJORDER-STATUS  PIC X(02) VALUE '00'.
001090         88  RSV-REJORDER-EOF     VALUE '10'.
001100     05  RSV-HELDTRX-STATUS   PIC X(02) VALUE '00'.
001110         88  RSV-HELDTRX-EOF      VALUE '10'.
001120     05  RSV-DELIV-STATUS     PIC X(02) VALUE '00'.
001130         88  RSV-DELIV-EOF        VALUE '10'.
001140     05  RSV-ATRASPED-STATUS  PIC X(02) VALUE '00'.
001150         88  RSV-ATRASPED-EOF     VALUE '10'.
001160     05  RSV-STATCTL-STATUS   PIC X(02) VALUE '00'.
001170     05  RSV-STATSEQ-STATUS   PIC X(02) VALUE '00'.
001180     05  RSV-BUSIDATE-STATUS  PIC X(02) VALUE '00'.
001190     05  RSV-STATVEND-STATUS  PIC X(02) VALUE '00'.
001200     05  RSV-SW-FRTHIST       PIC X(01) VALUE 'N'.
001210         88  RSV-FRTHIST-DISPONIVEL   VALUE 'S'.
001220     05  RSV-SW-ORDERS        PIC X(01) VALUE 'N'.
001230         88  RSV-ORDERS-ABERTO        VALUE 'S'.
001240     05  RSV-SW-STATCTL       PIC X(01) VALUE 'N'.
001250         88  RSV-STATCTL-ABERTO       VALUE 'S'.
001260     05  RSV-SW-VARREDURA     PIC X(01) VALUE 'N'.
001270         88  RSV-FIM-VARREDURA        VALUE 'S'.
001280         88  RSV-VARREDURA-ATIVA      VALUE 'N'.
001290     05  RSV-SW-CONTROLE      PIC X(01) VALUE 'N'.
001300         88  RSV-CONTROLE-ACHADO      VALUE 'S'.
001310         88  RSV-CONTROLE-NOVO        VALUE 'N'.
001320     05  RSV-SW-ACHOU         PIC X(01) VALUE 'N'.
001330         88  RSV-ACHOU                VALUE 'S'.
001340         88  RSV-NAO-ACHOU            VALUE 'N'.
001350
001360 01  RSV-DATASISTEMA          PIC 9(08) VALUE ZEROS.
001370 01  RSV-SEQUENCIA            PIC 9(06) VALUE ZEROS.
001380
001390 01  RSV-CONTADORES.
001400     05  RSV-QTDE-PEDIDOS     PIC 9(06) COMP VALUE ZEROS.
001410     05  RSV-QTDE-DETALHES    PIC 9(06) COMP VALUE ZEROS.
001420     05  RSV-QTDE-RJ          PIC 9(06) COMP VALUE ZEROS.
001430     05  RSV-QTDE-RT          PIC 9(06) COMP VALUE ZEROS.
001440     05  RSV-QTDE-FT          PIC 9(06) COMP VALUE ZEROS.
001450     05  RSV-QTDE-CA          PIC 9(06) COMP VALUE ZEROS.
001460     05  RSV-QTDE-EN          PIC 9(06) COMP VALUE ZEROS.
001470     05  RSV-QTDE-AB          PIC 9(06) COMP VALUE ZEROS.
001480     05  RSV-QTDE-ATRASO      PIC 9(06) COMP VALUE ZEROS.
001490     05  RSV-TOTAL-FRETE      PIC 9(10)V99 COMP-3 VALUE ZEROS.
001500
001510*    SITUACAO APURADA HOJE PARA O PEDIDO CORRENTE
001520 01  RSV-SITUACAO-HOJE.
001530     05  RSV-SITUACAO         PIC X(02) VALUE SPACES.
001540     05  RSV-ATRASO           PIC X(01) VALUE 'N'.
001550     05  RSV-DATA-EVENTO      PIC 9(08) VALUE ZEROS.
001560     05  RSV-MOTIVO           PIC X(02) VALUE SPACES.
001570     05  RSV-TRANSP           PIC X(03) VALUE SPACES.
001580     05  RSV-FRETE-BRL        PIC 9(06)V99 VALUE ZEROS.
001590     05  RSV-DATA-PROMETIDA   PIC 9(08) VALUE ZEROS.
001600     05  RSV-DIAS-ATRASO      PIC 9(05) VALUE ZEROS.
001610 01  RSV-SITUACAO-BASE        PIC X(02) VALUE SPACES.
001620 01  RSV-ATRASO-BASE          PIC X(01) VALUE 'N'.
001630
001640*    FRETE DO PEDIDO NO HISTORICO: ULTIMO NORMAL E ESTORNO
001650 01  RSV-AREA-FRETE.
001660     05  RSV-FAT-TRANSP       PIC X(03) VALUE SPACES.
001670     05  RSV-FAT-FRETE        PIC 9(06)V99 VALUE ZEROS.
001680     05  RSV-FAT-DATA         PIC 9(08) VALUE ZEROS.
001690     05  RSV-EST-TRANSP       PIC X(03) VALUE SPACES.
001700     05  RSV-EST-FRETE        PIC 9(06)V99 VALUE ZEROS.
001710     05  RSV-EST-DATA         PIC 9(08) VALUE ZEROS.
001720
001730 01  RSV-IND                  PIC 9(04) COMP VALUE ZEROS.
001740 01  RSV-IND-ACHADO           PIC 9(04) COMP VALUE ZEROS.
001750 01  RSV-NUMERO-IMAGEM        PIC X(06) VALUE SPACES.
001760 01  RSV-NUMERO-IMAGEM-N REDEFINES RSV-NUMERO-IMAGEM
001770                              PIC 9(06).
001780
001790 01  RSV-TABELA-ENTREGAS.
001800     05  RSV-QTDE-ENTREGAS    PIC 9(04) COMP VALUE ZEROS.
001810     05  RSV-ENTREGA OCCURS 2000 TIMES.
001820         10  RSV-E-NUMERO     PIC 9(06).
001830         10  RSV-E-DATA       PIC 9(08).
001840         10  RSV-E-TRANSP     PIC X(03).
001850
001860 01  RSV-TABELA-ATRASOS.
001870     05  RSV-QTDE-ATRASOS     PIC 9(04) COMP VALUE ZEROS.
001880     05  RSV-ATRASADO OCCURS 2000 TIMES.
001890         10  RSV-A-NUMERO     PIC 9(06).
001900         10  RSV-A-PROMETIDA  PIC 9(08).
001910         10  RSV-A-DIAS       PIC 9(05).
001920
001930 01  RSV-TABELA-RETIDOS.
001940     05  RSV-QTDE-RETIDOS     PIC 9(04) COMP VALUE ZEROS.
001950     05  RSV-RETIDO OCCURS 2000 TIMES.
001960         10  RSV-R-NUMERO     PIC 9(06).
001970         10  RSV-R-DATA       PIC 9(08).
001980         10  RSV-R-MOTIVO     PIC X(02).
001990
002000 PROCEDURE DIVISION.
002010
002020 0000-MAINLINE.
002030     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002040     PERFORM 2000-LISTAR-REJEITADOS
002050         THRU 2000-LISTAR-REJEITADOS-EXIT.
002060     PERFORM 3000-TRATAR-PEDIDO THRU 3000-TRATAR-PEDIDO-EXIT
002070         UNTIL RSV-ORDERS-EOF.
002080     PERFORM 4000-FINALIZAR THRU 4000-FINALIZAR-EXIT.
002090     GOBACK.
002100
002110 1000-INICIALIZAR.
002120     ACCEPT RSV-DATASISTEMA FROM DATE YYYYMMDD.
002130     OPEN INPUT BUSINESS-DATE-FILE.
002140     IF RSV-BUSIDATE-STATUS = '00'
002150         READ BUSINESS-DATE-FILE
002160             AT END
002170                 CONTINUE
002180             NOT AT END
002190                 IF BSD-DATA NOT = ZEROS
002200                     MOVE BSD-DATA TO RSV-DATASISTEMA
002210                 END-IF
002220         END-READ
002230         CLOSE BUSINESS-DATE-FILE
002240     END-IF.
002250     PERFORM 1100-PROXIMA-SEQUENCIA
002260         THRU 1100-PROXIMA-SEQUENCIA-EXIT.
002270     PERFORM 1200-CARREGAR-ENTREGAS
002280         THRU 1200-CARREGAR-ENTREGAS-EXIT.
002290     PERFORM 1300-CARREGAR-ATRASOS
002300         THRU 1300-CARREGAR-ATRASOS-EXIT.
002310     PERFORM 1400-CARREGAR-RETIDOS
002320         THRU 1400-CARREGAR-RETIDOS-EXIT.
002330     OPEN INPUT ORDERS-FILE.
002340     IF RSV-ORDERS-STATUS = '00'
002350         SET RSV-ORDERS-ABERTO TO TRUE
002360     ELSE
002370         DISPLAY 'ORDERS-FILE INDISPONIVEL - STATUS '
002380             RSV-ORDERS-STATUS
002390         SET RSV-ORDERS-EOF TO TRUE
002400     END-IF.
002410     OPEN INPUT FREIGHT-HISTORY.
002420     IF RSV-FRTHIST-STATUS = '00'
002430         SET RSV-FRTHIST-DISPONIVEL TO TRUE
002440     END-IF.
002450     OPEN I-O STATUS-CONTROL.
002460     IF RSV-STATCTL-STATUS = '35'
002470         OPEN OUTPUT STATUS-CONTROL
002480         CLOSE STATUS-CONTROL
002490         OPEN I-O STATUS-CONTROL
002500     END-IF.
002510     IF RSV-STATCTL-STATUS = '00'
002520         SET RSV-STATCTL-ABERTO TO TRUE
002530     ELSE
002540         DISPLAY 'STATCTL INDISPONIVEL - STATUS '
002550             RSV-STATCTL-STATUS ' - SO OS REJEITADOS SAEM'
002560         SET RSV-ORDERS-EOF TO TRUE
002570         MOVE 4 TO RETURN-CODE
002580     END-IF.
002590     OPEN OUTPUT STATUS-FEEDBACK.
002600     MOVE SPACES TO SVD-RECORD.
002610     SET SVD-TIPO-HEADER TO TRUE.
002620     MOVE RSV-DATASISTEMA TO SVD-H-DATA.
002630     MOVE RSV-SEQUENCIA TO SVD-H-SEQUENCIA.
002640     MOVE 'LOGISTICA' TO SVD-H-ORIGEM.
002650     WRITE SVD-RECORD.
002660     IF NOT RSV-ORDERS-EOF
002670         READ ORDERS-FILE
002680             AT END SET RSV-ORDERS-EOF TO TRUE
002690         END-READ
002700     END-IF.
002710 1000-INICIALIZAR-EXIT.
002720     EXIT.
002730
002740*=========================================================
002750* NUMERO SEQUENCIAL DO ARQUIVO: UM A MAIS POR DIA NOVO; A
002760* RERODADA DO MESMO DIA REPETE O NUMERO
002770*=========================================================
002780 1100-PROXIMA-SEQUENCIA.
002790     MOVE 1 TO RSV-SEQUENCIA.
002800     OPEN INPUT SEQUENCE-CONTROL.
002810     IF RSV-STATSEQ-STATUS = '00'
002820         READ SEQUENCE-CONTROL
002830             AT END
002840                 CONTINUE
002850             NOT AT END
002860                 IF SSQ-DATA = RSV-DATASISTEMA
002870                     MOVE SSQ-ULTIMA-SEQUENCIA TO RSV-SEQUENCIA
002880                 ELSE
002890                     COMPUTE RSV-SEQUENCIA =
002900                         SSQ-ULTIMA-SEQUENCIA + 1
002910                 END-IF
002920         END-READ
002930         CLOSE SEQUENCE-CONTROL
002940     END-IF.
002950     OPEN OUTPUT SEQUENCE-CONTROL.
002960     MOVE RSV-SEQUENCIA TO SSQ-ULTIMA-SEQUENCIA.
002970     MOVE RSV-DATASISTEMA TO SSQ-DATA.
002980     WRITE SSQ-CONTROLE.
002990     CLOSE SEQUENCE-CONTROL.
003000     DISPLAY 'RETORNO A VENDAS - SEQUENCIA ' RSV-SEQUENCIA
003010         ' DE ' RSV-DATASISTEMA.
003020 1100-PROXIMA-SEQUENCIA-EXIT.
003030     EXIT.
003040
003050 1200-CARREGAR-ENTREGAS.
003060     OPEN INPUT DELIVERY-CONFIRMATIONS.
003070     IF RSV-DELIV-STATUS NOT = '00'
003080         DISPLAY 'SEM ARQUIVO DE CONFIRMACAO DE ENTREGA'
003090         GO TO 1200-CARREGAR-ENTREGAS-EXIT.
003100     PERFORM 1210-LER-ENTREGA THRU 1210-LER-ENTREGA-EXIT
003110         UNTIL RSV-DELIV-EOF OR RSV-QTDE-ENTREGAS >= 2000.
003120     IF NOT RSV-DELIV-EOF
003130         DISPLAY 'ATENCAO: TABELA DE ENTREGAS CHEIA - '
003140             'CONFIRMACOES ALEM DE 2000 FORAM IGNORADAS'
003150     END-IF.
003160     CLOSE DELIVERY-CONFIRMATIONS.
003170 1200-CARREGAR-ENTREGAS-EXIT.
003180     EXIT.
003190
003200 1210-LER-ENTREGA.
003210     READ DELIVERY-CONFIRMATIONS
003220         AT END
003230             GO TO 1210-LER-ENTREGA-EXIT
003240     END-READ.
003250     ADD 1 TO RSV-QTDE-ENTREGAS.
003260     MOVE DLV-NUMERO-PEDIDO TO RSV-E-NUMERO (RSV-QTDE-ENTREGAS).
003270     MOVE DLV-DATA-ENTREGA TO RSV-E-DATA (RSV-QTDE-ENTREGAS).
003280     MOVE DLV-TRANSPORTADORA TO RSV-E-TRANSP (RSV-QTDE-ENTREGAS).
003290 1210-LER-ENTREGA-EXIT.
003300     EXIT.
003310
003320 1300-CARREGAR-ATRASOS.
003330     OPEN INPUT LATE-FLAGS.
003340     IF RSV-ATRASPED-STATUS NOT = '00'
003350         DISPLAY 'SEM ARQUIVO DE ATRASO (ATRASPED) - NENHUM '
003360             'PEDIDO SAI COMO ATRASADO'
003370         GO TO 1300-CARREGAR-ATRASOS-EXIT.
003380     PERFORM 1310-LER-ATRASO THRU 1310-LER-ATRASO-EXIT
003390         UNTIL RSV-ATRASPED-EOF OR RSV-QTDE-ATRASOS >= 2000.
003400     IF NOT RSV-ATRASPED-EOF
003410         DISPLAY 'ATENCAO: TABELA DE ATRASOS CHEIA - '
003420             'MARCAS ALEM DE 2000 FORAM IGNORADAS'
003430     END-IF.
003440     CLOSE LATE-FLAGS.
003450 1300-CARREGAR-ATRASOS-EXIT.
003460     EXIT.
003470
003480 1310-LER-ATRASO.
003490     READ LATE-FLAGS
003500         AT END
003510             GO TO 1310-LER-ATRASO-EXIT
003520     END-READ.
003530     ADD 1 TO RSV-QTDE-ATRASOS.
003540     MOVE ATF-NUMERO-PEDIDO TO RSV-A-NUMERO (RSV-QTDE-ATRASOS).
003550     MOVE ATF-DATA-PROMETIDA
003560         TO RSV-A-PROMETIDA (RSV-QTDE-ATRASOS).
003570     MOVE ATF-DIAS-ATRASO TO RSV-A-DIAS (RSV-QTDE-ATRASOS).
003580 1310-LER-ATRASO-EXIT.
003590     EXIT.
003600
003610*=========================================================
003620* RETIDOS PELO LOTE DE FRETE AINDA NAO LIBERADOS; O NUMERO
003630* DO PEDIDO VEM DA IMAGEM DO ORDER-RECORD (COMO NO PROGCOB74)
003640*=========================================================
003650 1400-CARREGAR-RETIDOS.
003660     OPEN INPUT HELD-TRANSACTIONS.
003670     IF RSV-HELDTRX-STATUS NOT = '00'
003680         GO TO 1400-CARREGAR-RETIDOS-EXIT.
003690     PERFORM 1410-LER-RETIDO THRU 1410-LER-RETIDO-EXIT
003700         UNTIL RSV-HELDTRX-EOF OR RSV-QTDE-RETIDOS >= 2000.
003710     IF NOT RSV-HELDTRX-EOF
003720         DISPLAY 'ATENCAO: TABELA DE RETIDOS CHEIA - '
003730             'RETENCOES ALEM DE 2000 FORAM IGNORADAS'
003740     END-IF.
003750     CLOSE HELD-TRANSACTIONS.
003760 1400-CARREGAR-RETIDOS-EXIT.
003770     EXIT.
003780
003790 1410-LER-RETIDO.
003800     READ HELD-TRANSACTIONS
003810         AT END
003820             GO TO 1410-LER-RETIDO-EXIT
003830     END-READ.
003840     IF HLD-PROGRAMA NOT = 'PROGCOB13'
003850         GO TO 1410-LER-RETIDO-EXIT.
003860     IF NOT HLD-RETIDA AND NOT HLD-RETIDA-CAPACIDADE
003870         GO TO 1410-LER-RETIDO-EXIT.
003880     MOVE HLD-IMAGEM (40:6) TO RSV-NUMERO-IMAGEM.
003890     IF RSV-NUMERO-IMAGEM NOT NUMERIC
003900         GO TO 1410-LER-RETIDO-EXIT.
003910     ADD 1 TO RSV-QTDE-RETIDOS.
003920     MOVE RSV-NUMERO-IMAGEM-N TO RSV-R-NUMERO (RSV-QTDE-RETIDOS).
003930     MOVE HLD-DATA-RETENCAO TO RSV-R-DATA (RSV-QTDE-RETIDOS).
003940     IF HLD-RETIDA-CAPACIDADE
003950         MOVE 'CP' TO RSV-R-MOTIVO (RSV-QTDE-RETIDOS)
003960     ELSE
003970         MOVE 'FP' TO RSV-R-MOTIVO (RSV-QTDE-RETIDOS)
003980     END-IF.
003990 1410-LER-RETIDO-EXIT.
004000     EXIT.
004010
004020*=========================================================
004030* REJEITADOS DA CARGA DO DIA - NAO ENTRAM NO ORDERS-FILE,
004040* ENTAO SAEM DIRETO (SEM CONTROLE POR PEDIDO). O REJEITADO
004050* DA COTACAO DE CONSOLE (SEM NUMERO DE PEDIDO) NAO SAI
004060*=========================================================
004070 2000-LISTAR-REJEITADOS.
004080     OPEN INPUT REJECTED-ORDERS.
004090     IF RSV-REJORDER-STATUS NOT = '00'
004100         GO TO 2000-LISTAR-REJEITADOS-EXIT.
004110     PERFORM 2100-LER-REJEITADO THRU 2100-LER-REJEITADO-EXIT
004120         UNTIL RSV-REJORDER-EOF.
004130     CLOSE REJECTED-ORDERS.
004140 2000-LISTAR-REJEITADOS-EXIT.
004150     EXIT.
004160
004170 2100-LER-REJEITADO.
004180     READ REJECTED-ORDERS
004190         AT END
004200             GO TO 2100-LER-REJEITADO-EXIT
004210     END-READ.
004220     IF REJ-DATA-REJEICAO NOT = RSV-DATASISTEMA
004230             OR REJ-NUMERO-PEDIDO = SPACES
004240         GO TO 2100-LER-REJEITADO-EXIT.
004250     MOVE SPACES TO SVD-RECORD.
004260     SET SVD-TIPO-DETALHE TO TRUE.
004270     MOVE REJ-NUMERO-PEDIDO TO SVD-D-NUMERO-PEDIDO.
004280     SET SVD-REJEITADO TO TRUE.
004290     MOVE REJ-DATA-REJEICAO TO SVD-D-DATA-EVENTO.
004300     MOVE REJ-MOTIVO TO SVD-D-MOTIVO.
004310     MOVE ZEROS TO SVD-D-FRETE-BRL SVD-D-DATA-PROMETIDA
004320         SVD-D-DIAS-ATRASO.
004330     MOVE 'N' TO SVD-D-ATRASO.
004340     WRITE SVD-RECORD.
004350     ADD 1 TO RSV-QTDE-DETALHES.
004360     ADD 1 TO RSV-QTDE-RJ.
004370 2100-LER-REJEITADO-EXIT.
004380     EXIT.
004390
004400*=========================================================
004410* CADA PEDIDO DO ORDERS-FILE: APURA A SITUACAO DE HOJE E
004420* COMPARA COM A ULTIMA ENVIADA (STATCTL)
004430*=========================================================
004440 3000-TRATAR-PEDIDO.
004450     ADD 1 TO RSV-QTDE-PEDIDOS.
004460     PERFORM 3100-APURAR-SITUACAO
004470         THRU 3100-APURAR-SITUACAO-EXIT.
004480     PERFORM 3500-COMPARAR-CONTROLE
004490         THRU 3500-COMPARAR-CONTROLE-EXIT.
004500     READ ORDERS-FILE
004510         AT END SET RSV-ORDERS-EOF TO TRUE
004520     END-READ.
004530 3000-TRATAR-PEDIDO-EXIT.
004540     EXIT.
004550
004560 3100-APURAR-SITUACAO.
004570     MOVE SPACES TO RSV-SITUACAO RSV-MOTIVO RSV-TRANSP.
004580     MOVE 'N' TO RSV-ATRASO.
004590     MOVE ZEROS TO RSV-DATA-EVENTO RSV-FRETE-BRL
004600         RSV-DATA-PROMETIDA RSV-DIAS-ATRASO.
004610     IF ORDER-CANCELADO
004620         PERFORM 3200-BUSCAR-FRETE THRU 3200-BUSCAR-FRETE-EXIT
004630         MOVE 'CA' TO RSV-SITUACAO
004640         MOVE RSV-DATASISTEMA TO RSV-DATA-EVENTO
004650         IF RSV-EST-DATA NOT = ZEROS
004660             MOVE RSV-EST-DATA TO RSV-DATA-EVENTO
004670             MOVE RSV-EST-TRANSP TO RSV-TRANSP
004680             MOVE RSV-EST-FRETE TO RSV-FRETE-BRL
004690         END-IF
004700         GO TO 3100-APURAR-SITUACAO-EXIT.
004710     IF ORDER-FATURADO
004720         PERFORM 3200-BUSCAR-FRETE THRU 3200-BUSCAR-FRETE-EXIT
004730         MOVE 'FT' TO RSV-SITUACAO
004740         MOVE RSV-FAT-DATA TO RSV-DATA-EVENTO
004750         MOVE RSV-FAT-TRANSP TO RSV-TRANSP
004760         MOVE RSV-FAT-FRETE TO RSV-FRETE-BRL
004770         PERFORM 3300-PROCURAR-ENTREGA
004780             THRU 3300-PROCURAR-ENTREGA-EXIT
004790         IF RSV-ACHOU
004800             MOVE 'EN' TO RSV-SITUACAO
004810             MOVE RSV-E-DATA (RSV-IND-ACHADO) TO RSV-DATA-EVENTO
004820             MOVE RSV-E-TRANSP (RSV-IND-ACHADO) TO RSV-TRANSP
004830         END-IF
004840         PERFORM 3400-PROCURAR-ATRASO
004850             THRU 3400-PROCURAR-ATRASO-EXIT
004860         GO TO 3100-APURAR-SITUACAO-EXIT.
004870     PERFORM 3450-PROCURAR-RETIDO THRU 3450-PROCURAR-RETIDO-EXIT.
004880     IF RSV-ACHOU
004890         MOVE 'RT' TO RSV-SITUACAO
004900         MOVE RSV-R-DATA (RSV-IND-ACHADO) TO RSV-DATA-EVENTO
004910         MOVE RSV-R-MOTIVO (RSV-IND-ACHADO) TO RSV-MOTIVO
004920     ELSE
004930         MOVE 'AB' TO RSV-SITUACAO
004940         MOVE RSV-DATASISTEMA TO RSV-DATA-EVENTO
004950     END-IF.
004960 3100-APURAR-SITUACAO-EXIT.
004970     EXIT.
004980
004990*=========================================================
005000* LINHAS DO PEDIDO NO HISTORICO: GUARDA O ULTIMO FRETE
005010* NORMAL (OU JA ESTORNADO) E O ESTORNO, SE HOUVER
005020*=========================================================
005030 3200-BUSCAR-FRETE.
005040     MOVE SPACES TO RSV-FAT-TRANSP RSV-EST-TRANSP.
005050     MOVE ZEROS TO RSV-FAT-FRETE RSV-FAT-DATA
005060         RSV-EST-FRETE RSV-EST-DATA.
005070     IF NOT RSV-FRTHIST-DISPONIVEL
005080         GO TO 3200-BUSCAR-FRETE-EXIT.
005090     SET RSV-VARREDURA-ATIVA TO TRUE.
005100     MOVE ORDER-NUMERO TO FRH-NUMERO-PEDIDO.
005110     MOVE ZEROS TO FRH-DATA-CALCULO.
005120     START FREIGHT-HISTORY KEY >= FRH-CHAVE
005130         INVALID KEY
005140             SET RSV-FIM-VARREDURA TO TRUE
005150     END-START.
005160     PERFORM 3210-LER-FRETE THRU 3210-LER-FRETE-EXIT
005170         UNTIL RSV-FIM-VARREDURA.
005180 3200-BUSCAR-FRETE-EXIT.
005190     EXIT.
005200
005210 3210-LER-FRETE.
005220     READ FREIGHT-HISTORY NEXT RECORD
005230         AT END
005240             SET RSV-FIM-VARREDURA TO TRUE
005250             GO TO 3210-LER-FRETE-EXIT
005260     END-READ.
005270     IF RSV-FRTHIST-STATUS NOT = '00'
005280             OR FRH-NUMERO-PEDIDO NOT = ORDER-NUMERO
005290         SET RSV-FIM-VARREDURA TO TRUE
005300         GO TO 3210-LER-FRETE-EXIT.
005310     IF FRH-TIPO-ESTORNO
005320         MOVE FRH-TRANSPORTADORA TO RSV-EST-TRANSP
005330         MOVE FRH-FRETE-BRL TO RSV-EST-FRETE
005340         MOVE FRH-DATA-CALCULO TO RSV-EST-DATA
005350     ELSE
005360         MOVE FRH-TRANSPORTADORA TO RSV-FAT-TRANSP
005370         MOVE FRH-FRETE-BRL TO RSV-FAT-FRETE
005380         MOVE FRH-DATA-CALCULO TO RSV-FAT-DATA
005390     END-IF.
005400 3210-LER-FRETE-EXIT.
005410     EXIT.
005420
005430 3300-PROCURAR-ENTREGA.
005440     SET RSV-NAO-ACHOU TO TRUE.
005450     PERFORM 3310-COMPARAR-ENTREGA
005460         THRU 3310-COMPARAR-ENTREGA-EXIT
005470         VARYING RSV-IND FROM 1 BY 1
005480         UNTIL RSV-IND > RSV-QTDE-ENTREGAS OR RSV-ACHOU.
005490 3300-PROCURAR-ENTREGA-EXIT.
005500     EXIT.
005510
005520 3310-COMPARAR-ENTREGA.
005530     IF RSV-E-NUMERO (RSV-IND) = ORDER-NUMERO
005540         SET RSV-ACHOU TO TRUE
005550         MOVE RSV-IND TO RSV-IND-ACHADO
005560     END-IF.
005570 3310-COMPARAR-ENTREGA-EXIT.
005580     EXIT.
005590
005600 3400-PROCURAR-ATRASO.
005610     SET RSV-NAO-ACHOU TO TRUE.
005620     PERFORM 3410-COMPARAR-ATRASO
005630         THRU 3410-COMPARAR-ATRASO-EXIT
005640         VARYING RSV-IND FROM 1 BY 1
005650         UNTIL RSV-IND > RSV-QTDE-ATRASOS OR RSV-ACHOU.
005660 3400-PROCURAR-ATRASO-EXIT.
005670     EXIT.
005680
005690 3410-COMPARAR-ATRASO.
005700     IF RSV-A-NUMERO (RSV-IND) = ORDER-NUMERO
005710         SET RSV-ACHOU TO TRUE
005720         MOVE 'S' TO RSV-ATRASO
005730         MOVE RSV-A-PROMETIDA (RSV-IND) TO RSV-DATA-PROMETIDA
005740         MOVE RSV-A-DIAS (RSV-IND) TO RSV-DIAS-ATRASO
005750     END-IF.
005760 3410-COMPARAR-ATRASO-EXIT.
005770     EXIT.
005780
005790*    A ULTIMA RETENCAO DO PEDIDO NO ARQUIVO E A QUE VALE
005800 3450-PROCURAR-RETIDO.
005810     SET RSV-NAO-ACHOU TO TRUE.
005820     PERFORM 3460-COMPARAR-RETIDO
005830         THRU 3460-COMPARAR-RETIDO-EXIT
005840         VARYING RSV-IND FROM 1 BY 1
005850         UNTIL RSV-IND > RSV-QTDE-RETIDOS.
005860 3450-PROCURAR-RETIDO-EXIT.
005870     EXIT.
005880
005890 3460-COMPARAR-RETIDO.
005900     IF RSV-R-NUMERO (RSV-IND) = ORDER-NUMERO
005910         SET RSV-ACHOU TO TRUE
005920         MOVE RSV-IND TO RSV-IND-ACHADO
005930     END-IF.
005940 3460-COMPARAR-RETIDO-EXIT.
005950     EXIT.
005960
005970*=========================================================
005980* COMPARA COM O CONTROLE: A BASE E A ULTIMA SITUACAO
005990* ENVIADA, OU A DE ANTES DELA QUANDO O ENVIO FOI HOJE
006000* (RERODADA). MUDOU = DETALHE NO ARQUIVO E CONTROLE
006010* ATUALIZADO
006020*=========================================================
006030 3500-COMPARAR-CONTROLE.
006040     MOVE ORDER-NUMERO TO STC-NUMERO-PEDIDO.
006050     SET RSV-CONTROLE-ACHADO TO TRUE.
006060     READ STATUS-CONTROL
006070         INVALID KEY
006080             SET RSV-CONTROLE-NOVO TO TRUE
006090     END-READ.
006100     IF RSV-CONTROLE-NOVO
006110         MOVE SPACES TO RSV-SITUACAO-BASE
006120         MOVE 'N' TO RSV-ATRASO-BASE
006130     ELSE
006140         IF STC-DATA-ENVIO = RSV-DATASISTEMA
006150             MOVE STC-SITUACAO-ANT TO RSV-SITUACAO-BASE
006160             MOVE STC-ATRASO-ANT TO RSV-ATRASO-BASE
006170         ELSE
006180             MOVE STC-SITUACAO TO RSV-SITUACAO-BASE
006190             MOVE STC-ATRASO TO RSV-ATRASO-BASE
006200         END-IF
006210     END-IF.
006220     IF RSV-SITUACAO = 'AB' AND RSV-SITUACAO-BASE = SPACES
006230         GO TO 3500-COMPARAR-CONTROLE-EXIT.
006240     IF RSV-SITUACAO = RSV-SITUACAO-BASE
006250             AND RSV-ATRASO = RSV-ATRASO-BASE
006260         PERFORM 3520-DESFAZER-ENVIO
006270             THRU 3520-DESFAZER-ENVIO-EXIT
006280         GO TO 3500-COMPARAR-CONTROLE-EXIT.
006290     PERFORM 3600-GRAVAR-DETALHE THRU 3600-GRAVAR-DETALHE-EXIT.
006300     IF RSV-CONTROLE-NOVO
006310         MOVE ORDER-NUMERO TO STC-NUMERO-PEDIDO
006320         MOVE SPACES TO STC-SITUACAO-ANT
006330         MOVE 'N' TO STC-ATRASO-ANT
006340     ELSE
006350         IF STC-DATA-ENVIO NOT = RSV-DATASISTEMA
006360             MOVE STC-SITUACAO TO STC-SITUACAO-ANT
006370             MOVE STC-ATRASO TO STC-ATRASO-ANT
006380         END-IF
006390     END-IF.
006400     MOVE RSV-SITUACAO TO STC-SITUACAO.
006410     MOVE RSV-ATRASO TO STC-ATRASO.
006420     MOVE RSV-DATASISTEMA TO STC-DATA-ENVIO.
006430     IF RSV-CONTROLE-NOVO
006440         WRITE STC-RECORD
006450             INVALID KEY
006460                 DISPLAY 'ERRO AO GRAVAR STATCTL DO PEDIDO '
006470                     ORDER-NUMERO
006480         END-WRITE
006490     ELSE
006500         REWRITE STC-RECORD
006510             INVALID KEY
006520                 DISPLAY 'ERRO AO REGRAVAR STATCTL DO PEDIDO '
006530                     ORDER-NUMERO
006540         END-REWRITE
006550     END-IF.
006560 3500-COMPARAR-CONTROLE-EXIT.
006570     EXIT.
006580
006590*    RERODADA EM QUE O PEDIDO VOLTOU A SITUACAO DE ANTES DO
006600*    ENVIO DE HOJE: O CONTROLE VOLTA A ELA (NADA FOI ENVIADO)
006610 3520-DESFAZER-ENVIO.
006620     IF RSV-CONTROLE-NOVO
006630             OR STC-DATA-ENVIO NOT = RSV-DATASISTEMA
006640         GO TO 3520-DESFAZER-ENVIO-EXIT.
006650     IF STC-SITUACAO = STC-SITUACAO-ANT
006660             AND STC-ATRASO = STC-ATRASO-ANT
006670         GO TO 3520-DESFAZER-ENVIO-EXIT.
006680     MOVE STC-SITUACAO-ANT TO STC-SITUACAO.
006690     MOVE STC-ATRASO-ANT TO STC-ATRASO.
006700     REWRITE STC-RECORD
006710         INVALID KEY
006720             DISPLAY 'ERRO AO REGRAVAR STATCTL DO PEDIDO '
006730                 ORDER-NUMERO
006740     END-REWRITE.
006750 3520-DESFAZER-ENVIO-EXIT.
006760     EXIT.
006770
006780 3600-GRAVAR-DETALHE.
006790     MOVE SPACES TO SVD-RECORD.
006800     SET SVD-TIPO-DETALHE TO TRUE.
006810     MOVE ORDER-NUMERO TO SVD-D-NUMERO-PEDIDO.
006820     MOVE RSV-SITUACAO TO SVD-D-SITUACAO.
006830     MOVE RSV-DATA-EVENTO TO SVD-D-DATA-EVENTO.
006840     MOVE RSV-MOTIVO TO SVD-D-MOTIVO.
006850     MOVE RSV-TRANSP TO SVD-D-TRANSPORTADORA.
006860     MOVE RSV-FRETE-BRL TO SVD-D-FRETE-BRL.
006870     MOVE RSV-ATRASO TO SVD-D-ATRASO.
006880     MOVE RSV-DATA-PROMETIDA TO SVD-D-DATA-PROMETIDA.
006890     MOVE RSV-DIAS-ATRASO TO SVD-D-DIAS-ATRASO.
006900     MOVE RSV-SITUACAO-BASE TO SVD-D-SITUACAO-ANT.
006910     WRITE SVD-RECORD.
006920     ADD 1 TO RSV-QTDE-DETALHES.
006930     ADD RSV-FRETE-BRL TO RSV-TOTAL-FRETE.
006940     IF SVD-ATRASADO
006950         ADD 1 TO RSV-QTDE-ATRASO
006960     END-IF.
006970     EVALUATE TRUE
006980         WHEN SVD-RETIDO
006990             ADD 1 TO RSV-QTDE-RT
007000         WHEN SVD-FATURADO
007010             ADD 1 TO RSV-QTDE-FT
007020         WHEN SVD-CANCELADO
007030             ADD 1 TO RSV-QTDE-CA
007040         WHEN SVD-ENTREGUE
007050             ADD 1 TO RSV-QTDE-EN
007060         WHEN OTHER
007070             ADD 1 TO RSV-QTDE-AB
007080     END-EVALUATE.
007090 3600-GRAVAR-DETALHE-EXIT.
007100     EXIT.
007110
007120 4000-FINALIZAR.
007130     MOVE SPACES TO SVD-RECORD.
007140     SET SVD-TIPO-TRAILER TO TRUE.
007150     MOVE RSV-SEQUENCIA TO SVD-T-SEQUENCIA.
007160     MOVE RSV-QTDE-DETALHES TO SVD-T-QUANTIDADE.
007170     MOVE RSV-QTDE-RJ TO SVD-T-QTDE-RJ.
007180     MOVE RSV-QTDE-RT TO SVD-T-QTDE-RT.
007190     MOVE RSV-QTDE-FT TO SVD-T-QTDE-FT.
007200     MOVE RSV-QTDE-CA TO SVD-T-QTDE-CA.
007210     MOVE RSV-QTDE-EN TO SVD-T-QTDE-EN.
007220     MOVE RSV-QTDE-AB TO SVD-T-QTDE-AB.
007230     MOVE RSV-QTDE-ATRASO TO SVD-T-QTDE-ATRASO.
007240     MOVE RSV-TOTAL-FRETE TO SVD-T-TOTAL-FRETE.
007250     WRITE SVD-RECORD.
007260     CLOSE STATUS-FEEDBACK.
007270     IF RSV-STATCTL-ABERTO
007280         CLOSE STATUS-CONTROL
007290     END-IF.
007300     IF RSV-ORDERS-ABERTO
007310         CLOSE ORDERS-FILE
007320     END-IF.
007330     IF RSV-FRTHIST-DISPONIVEL
007340         CLOSE FREIGHT-HISTORY
007350     END-IF.
007360     DISPLAY 'PEDIDOS CONFERIDOS.....: ' RSV-QTDE-PEDIDOS.
007370     DISPLAY 'DETALHES ENVIADOS......: ' RSV-QTDE-DETALHES.
007380     DISPLAY '  REJEITADOS...........: ' RSV-QTDE-RJ.
007390     DISPLAY '  RETIDOS..............: ' RSV-QTDE-RT.
007400     DISPLAY '  FATURADOS............: ' RSV-QTDE-FT.
007410     DISPLAY '  CANCELADOS...........: ' RSV-QTDE-CA.
007420     DISPLAY '  ENTREGUES............: ' RSV-QTDE-EN.
007430     DISPLAY '  DE VOLTA EM ABERTO...: ' RSV-QTDE-AB.
007440     DISPLAY '  COM ATRASO...........: ' RSV-QTDE-ATRASO.
007450 4000-FINALIZAR-EXIT.
007460     EXIT.
