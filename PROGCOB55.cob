000259*                DA REMESSA O LEGADO COM PERIODO ZEROS, QUE
000260*                FOI ACERTADO NA MAO ANTES DO CARIMBO DE
000261*                PAGAMENTO EXISTIR.
000261* 15/10/2026 FT  FRETE DE TRANSPORTADORA COM DOCUMENTO
000261*                OBRIGATORIO VENCIDO NA DATA DE PAGAMENTO
000261*                (ROTINA DOCCHK) FICA RETIDO: NAO ENTRA NA
000261*                REMESSA NEM E CARIMBADO COMO PAGO, E SAI NO
000261*                RELATORIO PAGBLOQ COM O MOTIVO - ENTRA NA
000261*                PRIMEIRA REMESSA DEPOIS DA REGULARIZACAO.
000260***********************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000460     SELECT PAYMENT-CONTROL ASSIGN TO 'PAGCTL'
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS PGF-PAGCTL-STATUS.
000480     SELECT BLOCKED-REPORT ASSIGN TO 'PAGBLOQ'
000480         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS PGF-PAGBLOQ-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  FREIGHT-HISTORY.
000560     COPY PAGREM.
000570 FD  PAYMENT-CONTROL.
000580     COPY PAGCTL.
000580 FD  BLOCKED-REPORT
000580     RECORD CONTAINS 80 CHARACTERS.
000580 01  PGF-BLOQ-LINE            PIC X(80).
000590 WORKING-STORAGE SECTION.
000600 01  PGF-SWITCHES.
000610     05  PGF-FRTHIST-STATUS   PIC X(02) VALUE '00'.
000670         88  PGF-CARRMAST-DISPONIVEL  VALUE 'S'.
000672     05  PGF-SW-PRAZOS        PIC X(01) VALUE 'N'.
000674         88  PGF-FIM-PRAZOS           VALUE 'S'.
000674     05  PGF-PAGBLOQ-STATUS   PIC X(02) VALUE '00'.
000674     05  PGF-SW-PAGBLOQ       PIC X(01) VALUE 'N'.
000674         88  PGF-PAGBLOQ-ABERTO       VALUE 'S'.
000674     05  PGF-SW-DOC-ACHADA    PIC X(01) VALUE 'N'.
000674         88  PGF-DOC-ACHADA           VALUE 'S'.
000680
000690 01  PGF-CONSTANTES.
000700     05  PGF-PRAZO-DEFAULT    PIC S9(03) VALUE +28.
000848     05  PGF-SUB-MES          PIC 9(02) COMP VALUE ZEROS.
000850     05  PGF-MESES-RECUO      PIC 9(02) COMP VALUE 2.
000852     05  PGF-PRAZO-MAIOR      PIC S9(03) VALUE ZEROS.
000852     05  PGF-QTDE-RETIDOS     PIC 9(06) COMP VALUE ZEROS.
000852     05  PGF-TOTAL-RETIDO     PIC 9(10)V99 COMP-3 VALUE ZEROS.
000852     05  PGF-QTDE-EDT         PIC ZZZ.ZZ9.

000852*    SITUACAO DOS DOCUMENTOS POR TRANSPORTADORA NA DATA DE
000852*    PAGAMENTO (ROTINA DOCCHK), CONSULTADA UMA VEZ POR
000852*    TRANSPORTADORA; TABELA CHEIA = CONSULTA A CADA ITEM
000852 01  PGF-TABELA-DOCUMENTOS.
000852     05  PGF-QTDE-DOC         PIC 9(03) COMP VALUE ZEROS.
000852     05  PGF-DOC-ENTRADA OCCURS 50 TIMES.
000852         10  PGF-DOC-TRANSP   PIC X(03).
000852         10  PGF-DOC-SIT      PIC X(01).
000852         10  PGF-DOC-MOT      PIC X(30).
000852     05  PGF-SUB-DOC          PIC 9(03) COMP VALUE ZEROS.
000852 01  PGF-AREA-DOCUMENTOS.
000852     05  PGF-DOC-SITUACAO     PIC X(01) VALUE 'R'.
000852         88  PGF-DOC-BLOQUEADA        VALUE 'B'.
000852     05  PGF-DOC-MOTIVO       PIC X(30) VALUE SPACES.
000852     05  PGF-DOC-VENCIMENTO   PIC 9(08) VALUE ZEROS.

000852 01  PGF-LINHA-BLOQ-CAB.
000852     05  FILLER               PIC X(07) VALUE 'TRANSP '.
000852     05  FILLER               PIC X(08) VALUE 'PEDIDO  '.
000852     05  FILLER               PIC X(15) VALUE '  VALOR LIQUIDO'.
000852     05  FILLER               PIC X(10) VALUE ' VENCTO   '.
000852     05  FILLER               PIC X(30)
000852         VALUE 'MOTIVO DA RETENCAO'.
000852 01  PGF-LINHA-BLOQ.
000852     05  PGF-B-TRANSP         PIC X(03).
000852     05  FILLER               PIC X(04) VALUE SPACES.
000852     05  PGF-B-PEDIDO         PIC 9(06).
000852     05  FILLER               PIC X(02) VALUE SPACES.
000852     05  PGF-B-VALOR          PIC ZZ.ZZZ.ZZ9,99.
000852     05  FILLER               PIC X(02) VALUE SPACES.
000852     05  PGF-B-VENCIMENTO     PIC 9(08).
000852     05  FILLER               PIC X(02) VALUE SPACES.
000852     05  PGF-B-MOTIVO         PIC X(30).
000850
000860 PROCEDURE DIVISION.
000870
001170     MOVE PGF-DATA-PAGAMENTO TO PGR-H-DATA.
001180     MOVE PGF-LOTE TO PGR-H-LOTE.
001190     WRITE PGR-REMESSA-RECORD.
001190     OPEN OUTPUT BLOCKED-REPORT.
001190     SET PGF-PAGBLOQ-ABERTO TO TRUE.
001190     MOVE SPACES TO PGF-BLOQ-LINE.
001190     STRING '=== FRETES RETIDOS POR DOCUMENTO DA TRANSPORTADORA'
001190            ' - LOTE ' PGF-LOTE ' ==='
001190         DELIMITED BY SIZE INTO PGF-BLOQ-LINE.
001190     WRITE PGF-BLOQ-LINE.
001190     MOVE SPACES TO PGF-BLOQ-LINE.
001190     WRITE PGF-BLOQ-LINE.
001190     WRITE PGF-BLOQ-LINE FROM PGF-LINHA-BLOQ-CAB.
001192*    POSICIONA PELA CHAVE ALTERNADA ATRAS DO MAIOR PRAZO DE
001193*    PAGAMENTO CADASTRADO (UM MES DE FOLGA), COMO A AGENDA -
001194*    FRETE MAIS VELHO JA VENCEU HA MESES E O LEGADO COM
001580         GO TO 2000-PAGAR-FRETE-LER.
001590     COMPUTE PGF-VALOR-LIQUIDO =
001600         FRH-FRETE-BRL - FRH-CREDITO-ABATIDO.
001600     PERFORM 2300-CONFERIR-DOCUMENTOS
001600         THRU 2300-CONFERIR-DOCUMENTOS-EXIT.
001600     IF PGF-DOC-BLOQUEADA
001600         PERFORM 2400-RETER-PAGAMENTO
001600             THRU 2400-RETER-PAGAMENTO-EXIT
001600         GO TO 2000-PAGAR-FRETE-LER.
001610     IF PGF-VALOR-LIQUIDO > ZEROS
001620         PERFORM 2200-GRAVAR-DETALHE
001630             THRU 2200-GRAVAR-DETALHE-EXIT
002070     ADD PGF-VALOR-LIQUIDO TO PGF-TOTAL-PAGO.
002080 2200-GRAVAR-DETALHE-EXIT.
002090     EXIT.

002090*=========================================================
002090* DOCUMENTOS DA TRANSPORTADORA NA DATA DE PAGAMENTO - PELA
002090* TABELA QUANDO JA CONSULTADA, SENAO PELA ROTINA DOCCHK
002090*=========================================================
002090 2300-CONFERIR-DOCUMENTOS.
002090     MOVE 'R' TO PGF-DOC-SITUACAO.
002090     MOVE SPACES TO PGF-DOC-MOTIVO.
002090     IF FRH-TRANSPORTADORA = SPACES
002090         GO TO 2300-CONFERIR-DOCUMENTOS-EXIT.
002090     MOVE 'N' TO PGF-SW-DOC-ACHADA.
002090     MOVE 1 TO PGF-SUB-DOC.
002090     PERFORM 2310-PROCURAR-DOCUMENTO
002090         THRU 2310-PROCURAR-DOCUMENTO-EXIT
002090         UNTIL PGF-SUB-DOC > PGF-QTDE-DOC OR PGF-DOC-ACHADA.
002090     IF PGF-DOC-ACHADA
002090         MOVE PGF-DOC-SIT (PGF-SUB-DOC) TO PGF-DOC-SITUACAO
002090         MOVE PGF-DOC-MOT (PGF-SUB-DOC) TO PGF-DOC-MOTIVO
002090         GO TO 2300-CONFERIR-DOCUMENTOS-EXIT.
002090     CALL 'DOCCHK' USING FRH-TRANSPORTADORA PGF-DATA-PAGAMENTO
002090         PGF-DOC-SITUACAO PGF-DOC-MOTIVO PGF-DOC-VENCIMENTO.
002090     IF PGF-QTDE-DOC < 50
002090         ADD 1 TO PGF-QTDE-DOC
002090         MOVE FRH-TRANSPORTADORA TO PGF-DOC-TRANSP (PGF-QTDE-DOC)
002090         MOVE PGF-DOC-SITUACAO TO PGF-DOC-SIT (PGF-QTDE-DOC)
002090         MOVE PGF-DOC-MOTIVO TO PGF-DOC-MOT (PGF-QTDE-DOC)
002090         IF PGF-DOC-BLOQUEADA
002090             DISPLAY 'TRANSPORTADORA ' FRH-TRANSPORTADORA
002090                 ' BLOQUEADA - PAGAMENTOS RETIDOS: '
002090                 PGF-DOC-MOTIVO
002090         END-IF
002090     END-IF.
002090 2300-CONFERIR-DOCUMENTOS-EXIT.
002090     EXIT.

002090 2310-PROCURAR-DOCUMENTO.
002090     IF PGF-DOC-TRANSP (PGF-SUB-DOC) = FRH-TRANSPORTADORA
002090         SET PGF-DOC-ACHADA TO TRUE
002090     ELSE
002090         ADD 1 TO PGF-SUB-DOC
002090     END-IF.
002090 2310-PROCURAR-DOCUMENTO-EXIT.
002090     EXIT.

002090*=========================================================
002090* FRETE RETIDO: SEM REMESSA E SEM CARIMBO DE PAGAMENTO -
002090* VOLTA NA PRIMEIRA REMESSA DEPOIS DA REGULARIZACAO
002090*=========================================================
002090 2400-RETER-PAGAMENTO.
002090     MOVE FRH-TRANSPORTADORA TO PGF-B-TRANSP.
002090     MOVE FRH-NUMERO-PEDIDO TO PGF-B-PEDIDO.
002090     MOVE PGF-VALOR-LIQUIDO TO PGF-B-VALOR.
002090     MOVE PGF-DATA-VENCIMENTO TO PGF-B-VENCIMENTO.
002090     MOVE PGF-DOC-MOTIVO TO PGF-B-MOTIVO.
002090     WRITE PGF-BLOQ-LINE FROM PGF-LINHA-BLOQ.
002090     ADD 1 TO PGF-QTDE-RETIDOS.
002090     ADD PGF-VALOR-LIQUIDO TO PGF-TOTAL-RETIDO.
002090 2400-RETER-PAGAMENTO-EXIT.
002090     EXIT.
002100
002110 3000-FINALIZAR.
002120     SET PGR-TIPO-TRAILER TO TRUE.
002200     DISPLAY 'JA PAGOS (PULADOS)......: ' PGF-QTDE-JA-PAGOS.
002210     DISPLAY 'VENCIMENTO FUTURO.......: ' PGF-QTDE-FUTUROS.
002220     DISPLAY 'LIQUIDO ZERADO (SO CREDITO): ' PGF-QTDE-ZERADOS.
002220     MOVE PGF-TOTAL-RETIDO TO PGF-VALOR-EDT.
002220     DISPLAY 'RETIDOS POR DOCUMENTO...: ' PGF-QTDE-RETIDOS.
002220     DISPLAY 'VALOR RETIDO............: ' PGF-VALOR-EDT.
002220     IF PGF-PAGBLOQ-ABERTO
002220         MOVE SPACES TO PGF-BLOQ-LINE
002220         WRITE PGF-BLOQ-LINE
002220         MOVE SPACES TO PGF-BLOQ-LINE
002220         MOVE PGF-QTDE-RETIDOS TO PGF-QTDE-EDT
002220         STRING 'FRETES RETIDOS: ' PGF-QTDE-EDT
002220                '   VALOR RETIDO: ' PGF-VALOR-EDT
002220             DELIMITED BY SIZE INTO PGF-BLOQ-LINE
002220         WRITE PGF-BLOQ-LINE
002220         CLOSE BLOCKED-REPORT
002220     END-IF.
002230     IF PGF-FRTHIST-STATUS = '10' OR PGF-FRTHIST-STATUS = '00'
002240         CLOSE FREIGHT-HISTORY
002250     END-IF.
