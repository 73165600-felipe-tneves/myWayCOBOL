000234*                ARQUIVO DO SISTEMA DE VENDAS E DE UMA
000236*                EMPRESA SO; PEDIDO DA EMPRESA 02 ENTRA PELA
000238*                MANUTENCAO DE PEDIDOS (PROGCOB22).
000238* 15/10/2026 FT  PASSA A CARREGAR O CLIENTE DO PEDIDO
000238*                (RAW-D-CLIENTE), CRITICADO CONTRA O CADASTRO
000238*                CUSTMAST - CLIENTE NAO NUMERICO, NAO
000238*                CADASTRADO OU INATIVO REJEITA COM MOTIVO CL;
000238*                BRANCOS/ZEROS = SEM CLIENTE; CADASTRO
000238*                AUSENTE = ACEITA SEM CRITICA.
000238* 15/10/2026 FT  PASSA A CRITICAR O PRODUTO DO PEDIDO CONTRA O
000238*                CADASTRO DE PRODUTOS (PRODMAST) - PRODUTO NAO
000238*                CADASTRADO OU INATIVO REJEITA COM MOTIVO PR; A
000238*                CLASSE FISCAL DO CADASTRO (QUANDO PREENCHIDA)
000238*                PREVALECE SOBRE A DO ARQUIVO DE VENDAS.
000238*                CADASTRO AUSENTE = ACEITA SEM CRITICA.
000238* 15/10/2026 FT  PASSA A CARREGAR O CEP DO DESTINO (RAW-D-CEP)
000238*                PARA A COTACAO POR ZONA DE ENTREGA - CEP NAO
000238*                NUMERICO REJEITA COM MOTIVO CE; BRANCOS =
000238*                SEM CEP (COTADO PELA UF).
000238* 15/10/2026 FT  PASSA A CARREGAR O NUMERO DA COTACAO DE FRETE
000238*                (RAW-D-COTACAO), CRITICADO CONTRA O ARQUIVO DE
000238*                COTACOES (COTFRETE) - COTACAO NAO NUMERICA OU
000238*                NAO CADASTRADA REJEITA COM MOTIVO CT; BRANCOS/
000238*                ZEROS = SEM COTACAO; ARQUIVO AUSENTE = ACEITA
000238*                SEM CRITICA. A VALIDADE E CONFERIDA NO LOTE DE
000238*                FRETE, QUE SO HONRA COTACAO AINDA VALIDA.
000238* 15/10/2026 FT  O REJEITADO PASSA A LEVAR O NUMERO DO PEDIDO
000238*                (COMO VEIO NO ARQUIVO DE VENDAS) E A DATA DO
000238*                PROCESSAMENTO (BUSIDATE, SENAO A DO SISTEMA),
000238*                PARA O RETORNO DE SITUACAO AO SISTEMA DE VENDAS
000238*                (PROGCOB96).
000238* 15/10/2026 FT  PEDIDO CARREGADO NASCE COMO PEDIDO NORMAL
000238*                (ORDER-TIPO N, SEM PEDIDO DE ORIGEM) - A
000238*                DEVOLUCAO SO ENTRA PELA MANUTENCAO DE PEDIDOS.
000240***********************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000490     SELECT REJECTED-ORDERS ASSIGN TO 'REJORDER'
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS CRG-REJORDER-STATUS.
000510     SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
000510         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000510         RECORD KEY IS CLI-CODIGO
000510         FILE STATUS IS CRG-CUSTMAST-STATUS.
000510     SELECT PRODUCT-MASTER ASSIGN TO 'PRODMAST'
000510         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000510         RECORD KEY IS PRD-CODIGO
000510         FILE STATUS IS CRG-PRODMAST-STATUS.
000510     SELECT QUOTE-FILE ASSIGN TO 'COTFRETE'
000510         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000510         RECORD KEY IS CFR-NUMERO
000510         FILE STATUS IS CRG-COTFRETE-STATUS.
000510     SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSIDATE'
000510         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS CRG-BUSIDATE-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  RAW-ORDERS.
000610     COPY CURRATE.
000620 FD  REJECTED-ORDERS.
000630     COPY REJORDER.
000630 FD  CUSTOMER-MASTER.
000630     COPY CUSTMST.
000630 FD  PRODUCT-MASTER.
000630     COPY PRODMST.
000630 FD  QUOTE-FILE.
000630     COPY COTFRT.
000630 FD  BUSINESS-DATE-FILE.
000630     COPY BUSIDATE.
000640 WORKING-STORAGE SECTION.
000650 01  CRG-SWITCHES.
000660     05  CRG-RAW-STATUS       PIC X(02) VALUE '00'.
000730         88  CRG-UFRATE-DISPONIVEL    VALUE 'S'.
000740     05  CRG-SW-CURRATE       PIC X(01) VALUE 'N'.
000750         88  CRG-CURRATE-DISPONIVEL   VALUE 'S'.
000750     05  CRG-CUSTMAST-STATUS  PIC X(02) VALUE '00'.
000750     05  CRG-SW-CUSTMAST      PIC X(01) VALUE 'N'.
000750         88  CRG-CUSTMAST-DISPONIVEL  VALUE 'S'.
000750     05  CRG-PRODMAST-STATUS  PIC X(02) VALUE '00'.
000750     05  CRG-SW-PRODMAST      PIC X(01) VALUE 'N'.
000750         88  CRG-PRODMAST-DISPONIVEL  VALUE 'S'.
000750     05  CRG-COTFRETE-STATUS  PIC X(02) VALUE '00'.
000750     05  CRG-SW-COTFRETE      PIC X(01) VALUE 'N'.
000750         88  CRG-COTFRETE-DISPONIVEL  VALUE 'S'.
000750     05  CRG-BUSIDATE-STATUS  PIC X(02) VALUE '00'.
000760     05  CRG-SW-HEADER        PIC X(01) VALUE 'N'.
000770         88  CRG-TEM-HEADER           VALUE 'S'.
000780     05  CRG-SW-TRAILER       PIC X(01) VALUE 'N'.
000970
000980 01  CRG-AREA-TRABALHO.
000990     05  CRG-DATA-HEADER      PIC 9(08) VALUE ZEROS.
000990     05  CRG-DATA-PROCESSO    PIC 9(08) VALUE ZEROS.
001000     05  CRG-UF-PROCURADA     PIC X(02) VALUE SPACES.
001010     05  CRG-MOTIVO           PIC X(02) VALUE SPACES.
001020     05  CRG-ENTRADA          PIC X(10) VALUE SPACES.
001060     05  CRG-VALOR-X REDEFINES CRG-VALOR PIC 9(08).
001070     05  CRG-PESO             PIC 9(04)V99 VALUE ZEROS.
001080     05  CRG-PESO-X REDEFINES CRG-PESO PIC 9(06).
001085     05  CRG-CLIENTE          PIC 9(05) VALUE ZEROS.
001085     05  CRG-CLASSE           PIC X(02) VALUE SPACES.
001085     05  CRG-CEP              PIC 9(08) VALUE ZEROS.
001085     05  CRG-COTACAO          PIC 9(06) VALUE ZEROS.
001090     05  CRG-DATA-PEDIDO      PIC 9(08) VALUE ZEROS.
001100     05  CRG-DATA-PEDIDO-R REDEFINES CRG-DATA-PEDIDO.
001110         10  CRG-DATA-ANO     PIC 9(04).
001320     GOBACK.
001330
001340 1000-INICIALIZAR.
001340     ACCEPT CRG-DATA-PROCESSO FROM DATE YYYYMMDD.
001340     OPEN INPUT BUSINESS-DATE-FILE.
001340     IF CRG-BUSIDATE-STATUS = '00'
001340         READ BUSINESS-DATE-FILE
001340             AT END
001340                 CONTINUE
001340             NOT AT END
001340                 IF BSD-DATA NOT = ZEROS
001340                     MOVE BSD-DATA TO CRG-DATA-PROCESSO
001340                 END-IF
001340         END-READ
001340         CLOSE BUSINESS-DATE-FILE
001340     END-IF.
001350     OPEN INPUT RAW-ORDERS.
001360     IF CRG-RAW-STATUS NOT = '00'
001370         DISPLAY 'ARQUIVO BRUTO DE PEDIDOS AUSENTE - STATUS '
001530     IF CRG-CURRATE-STATUS = '00'
001540         SET CRG-CURRATE-DISPONIVEL TO TRUE
001550     END-IF.
001550     OPEN INPUT CUSTOMER-MASTER.
001550     IF CRG-CUSTMAST-STATUS = '00'
001550         SET CRG-CUSTMAST-DISPONIVEL TO TRUE
001550     END-IF.
001550     OPEN INPUT PRODUCT-MASTER.
001550     IF CRG-PRODMAST-STATUS = '00'
001550         SET CRG-PRODMAST-DISPONIVEL TO TRUE
001550     END-IF.
001550     OPEN INPUT QUOTE-FILE.
001550     IF CRG-COTFRETE-STATUS = '00'
001550         SET CRG-COTFRETE-DISPONIVEL TO TRUE
001550     END-IF.
001560     OPEN EXTEND REJECTED-ORDERS.
001570     IF NOT CRG-RAW-EOF
001580         READ RAW-ORDERS
002480         PERFORM 2400-VALIDAR-DATA THRU 2400-VALIDAR-DATA-EXIT
002490     END-IF.
002500
002500     IF CRG-REGISTRO-OK
002500         PERFORM 2450-VALIDAR-CLIENTE
002500             THRU 2450-VALIDAR-CLIENTE-EXIT
002500     END-IF.
002500
002500     IF CRG-REGISTRO-OK
002500         PERFORM 2460-VALIDAR-PRODUTO
002500             THRU 2460-VALIDAR-PRODUTO-EXIT
002500     END-IF.
002500
002500     IF CRG-REGISTRO-OK
002500         PERFORM 2470-VALIDAR-CEP
002500             THRU 2470-VALIDAR-CEP-EXIT
002500     END-IF.
002500
002500     IF CRG-REGISTRO-OK
002500         PERFORM 2480-VALIDAR-COTACAO
002500             THRU 2480-VALIDAR-COTACAO-EXIT
002500     END-IF.
002500
002510     IF CRG-REGISTRO-OK AND CRG-ORDERS-DISPONIVEL
002530         PERFORM 2500-GRAVAR-PEDIDO THRU 2500-GRAVAR-PEDIDO-EXIT
002540     ELSE
003320     END-IF.
003330 2400-VALIDAR-DATA-EXIT.
003340     EXIT.
003340
003340 2450-VALIDAR-CLIENTE.
003340     MOVE ZEROS TO CRG-CLIENTE.
003340     IF RAW-D-CLIENTE = SPACES
003340         GO TO 2450-VALIDAR-CLIENTE-EXIT.
003340     IF RAW-D-CLIENTE IS NOT NUMERIC
003340         MOVE 'CL' TO CRG-MOTIVO
003340         SET CRG-REGISTRO-RUIM TO TRUE
003340         GO TO 2450-VALIDAR-CLIENTE-EXIT.
003340     MOVE RAW-D-CLIENTE-N TO CRG-CLIENTE.
003340     IF CRG-CLIENTE = ZEROS OR NOT CRG-CUSTMAST-DISPONIVEL
003340         GO TO 2450-VALIDAR-CLIENTE-EXIT.
003340     MOVE CRG-CLIENTE TO CLI-CODIGO.
003340     READ CUSTOMER-MASTER
003340         INVALID KEY
003340             MOVE 'CL' TO CRG-MOTIVO
003340             SET CRG-REGISTRO-RUIM TO TRUE
003340         NOT INVALID KEY
003340             IF CLI-ATIVO-NAO
003340                 MOVE 'CL' TO CRG-MOTIVO
003340                 SET CRG-REGISTRO-RUIM TO TRUE
003340             END-IF
003340     END-READ.
003340 2450-VALIDAR-CLIENTE-EXIT.
003340     EXIT.
003340
003340 2460-VALIDAR-PRODUTO.
003340     MOVE RAW-D-CLASSE TO CRG-CLASSE.
003340     IF NOT CRG-PRODMAST-DISPONIVEL
003340         GO TO 2460-VALIDAR-PRODUTO-EXIT.
003340     MOVE RAW-D-PRODUTO TO PRD-CODIGO.
003340     READ PRODUCT-MASTER
003340         INVALID KEY
003340             MOVE 'PR' TO CRG-MOTIVO
003340             SET CRG-REGISTRO-RUIM TO TRUE
003340         NOT INVALID KEY
003340             IF PRD-ATIVO-NAO
003340                 MOVE 'PR' TO CRG-MOTIVO
003340                 SET CRG-REGISTRO-RUIM TO TRUE
003340             ELSE
003340                 IF PRD-CLASSE-FISCAL NOT = SPACES
003340                     MOVE PRD-CLASSE-FISCAL TO CRG-CLASSE
003340                 END-IF
003340             END-IF
003340     END-READ.
003340 2460-VALIDAR-PRODUTO-EXIT.
003340     EXIT.
003340
003340 2470-VALIDAR-CEP.
003340     MOVE ZEROS TO CRG-CEP.
003340     IF RAW-D-CEP = SPACES
003340         GO TO 2470-VALIDAR-CEP-EXIT.
003340     IF RAW-D-CEP IS NOT NUMERIC
003340         MOVE 'CE' TO CRG-MOTIVO
003340         SET CRG-REGISTRO-RUIM TO TRUE
003340         GO TO 2470-VALIDAR-CEP-EXIT.
003340     MOVE RAW-D-CEP-N TO CRG-CEP.
003340 2470-VALIDAR-CEP-EXIT.
003340     EXIT.
003340
003340 2480-VALIDAR-COTACAO.
003340     MOVE ZEROS TO CRG-COTACAO.
003340     IF RAW-D-COTACAO = SPACES
003340         GO TO 2480-VALIDAR-COTACAO-EXIT.
003340     IF RAW-D-COTACAO IS NOT NUMERIC
003340         MOVE 'CT' TO CRG-MOTIVO
003340         SET CRG-REGISTRO-RUIM TO TRUE
003340         GO TO 2480-VALIDAR-COTACAO-EXIT.
003340     MOVE RAW-D-COTACAO-N TO CRG-COTACAO.
003340     IF CRG-COTACAO = ZEROS OR NOT CRG-COTFRETE-DISPONIVEL
003340         GO TO 2480-VALIDAR-COTACAO-EXIT.
003340     MOVE CRG-COTACAO TO CFR-NUMERO.
003340     READ QUOTE-FILE
003340         INVALID KEY
003340             MOVE 'CT' TO CRG-MOTIVO
003340             SET CRG-REGISTRO-RUIM TO TRUE
003340     END-READ.
003340 2480-VALIDAR-COTACAO-EXIT.
003340     EXIT.
003350
003360 2500-GRAVAR-PEDIDO.
003370     MOVE CRG-NUMERO TO ORDER-NUMERO.
003460     END-IF.
003470     MOVE CRG-DATA-PEDIDO TO ORDER-DATA.
003480     MOVE RAW-D-UF-ORIGEM TO ORDER-UF-ORIGEM.
003490     MOVE CRG-CLASSE TO ORDER-CLASSE-FISCAL.
003492*    O ARQUIVO DE VENDAS E DE UMA EMPRESA SO - A EMPRESA 01
003494     MOVE 1 TO ORDER-EMPRESA.
003494     MOVE CRG-CLIENTE TO ORDER-CLIENTE.
003494     MOVE CRG-CEP TO ORDER-CEP-DESTINO.
003494     MOVE CRG-COTACAO TO ORDER-COTACAO.
003500     SET ORDER-ABERTO TO TRUE.
003500     SET ORDER-NORMAL TO TRUE.
003500     MOVE ZEROS TO ORDER-PEDIDO-ORIGEM.
003500     MOVE SPACES TO ORDER-TRANSP-ORIGEM.
003510     WRITE ORDER-RECORD
003520         INVALID KEY
003530             MOVE 'DU' TO CRG-MOTIVO
003690         MOVE ZEROS TO REJ-VALOR
003700     END-IF.
003710     MOVE RAW-D-UF TO REJ-UF.
003710     MOVE RAW-D-NUMERO TO REJ-NUMERO-PEDIDO.
003710     MOVE CRG-DATA-PROCESSO TO REJ-DATA-REJEICAO.
003720     WRITE REJ-ORDER-RECORD.
003730     ADD 1 TO CRG-QTDE-REJEITADOS.
003740 2600-REJEITAR-DETALHE-EXIT.
004170     IF CRG-CURRATE-DISPONIVEL
004180         CLOSE CURRENCY-RATE
004190     END-IF.
004190     IF CRG-CUSTMAST-DISPONIVEL
004190         CLOSE CUSTOMER-MASTER
004190     END-IF.
004190     IF CRG-PRODMAST-DISPONIVEL
004190         CLOSE PRODUCT-MASTER
004190     END-IF.
004190     IF CRG-COTFRETE-DISPONIVEL
004190         CLOSE QUOTE-FILE
004190     END-IF.
004200     CLOSE REJECTED-ORDERS.
004210 4000-FINALIZAR-EXIT.
004220     EXIT.
