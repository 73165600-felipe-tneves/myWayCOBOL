000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCOB91.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE LOGISTICA.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: FATURAMENTO MENSAL DE FRETE A CLIENTES FOB -
000100*           PASSO DO FECHAMENTO MENSAL (BATMENSAL). LE O
000110*           HISTORICO DE FRETES DO PERIODO (CHAVE ALTERNADA
000120*           FRH-PERIODO), SEPARA AS LINHAS DE PEDIDO COM
000130*           CLIENTE FOB NO CADASTRO CUSTMAST AINDA NAO
000140*           FATURADAS E EMITE UMA FATURA POR CLIENTE: FRETE
000150*           EM REAIS + ICMS DE CADA LINHA COMO DEBITO E AS
000160*           LINHAS DE ESTORNO (FRH-TIPO E, GRAVADAS PELO
000170*           CANCELAMENTO DE PEDIDO NO PROGCOB22) COMO
000180*           CREDITO. A FATURA SAI DETALHADA NO ARQUIVO
000190*           FATFRT E O TITULO A RECEBER VAI PARA O FRTINV NO
000200*           LAYOUT RENTINV, NA MESMA ESTEIRA DE COBRANCA DO
000210*           ALUGUEL (BOLETOS PROGCOB42, RETORNO PROGCOB43,
000220*           AGING PROGCOB41 APONTADOS PELA JCL).
000230* OBS: CADA LINHA FATURADA E CARIMBADA COM O NUMERO DA
000240*      FATURA (FRH-FATURA-CLIENTE) - RERODADA NAO COBRA DE
000250*      NOVO; LINHA NOVA NO PERIODO SAI EM FATURA
000260*      COMPLEMENTAR. CLIENTE CIF E PEDIDO SEM CLIENTE NAO
000270*      SAO COBRADOS.
000280*      CREDITOS MAIORES QUE OS DEBITOS: A FATURA SAI COM O
000290*      SALDO CREDOR NO TOTAL, O TITULO E GRAVADO ZERADO E
000300*      JA BAIXADO (NADA A COBRAR) E O SALDO E AVISADO COM
000310*      RC 4 PARA DEVOLUCAO PELO FINANCEIRO.
000320*      VENCIMENTO = EMISSAO + PRAZO DO CLIENTE (ZERO = 28
000330*      DIAS) EM DIAS CORRIDOS ROLADOS A DIA UTIL (DIACORR).
000340*      RETURN-CODE: 16 HISTORICO DE FRETES INDISPONIVEL,
000350*      8 ERRO DE GRAVACAO, 4 AVISO (CLIENTE NAO CADASTRADO,
000360*      TABELA CHEIA, SALDO CREDOR).
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
000470     SELECT FREIGHT-HISTORY ASSIGN TO 'FRTHIST'
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS FRH-CHAVE
000510         ALTERNATE RECORD KEY IS FRH-PERIODO
000520             WITH DUPLICATES
000530         FILE STATUS IS FFB-FRTHIST-STATUS.
000540     SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS CLI-CODIGO
000580         FILE STATUS IS FFB-CUSTMAST-STATUS.
000590     SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSIDATE'
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS FFB-BUSIDATE-STATUS.
000620     SELECT FREIGHT-INVOICES ASSIGN TO 'FRTINV'
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS INV-NUMERO
000660         FILE STATUS IS FFB-FRTINV-STATUS.
000670     SELECT INVOICE-FILE ASSIGN TO 'FATFRT'
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS FFB-FATFRT-STATUS.
000700     SELECT BILLING-REPORT ASSIGN TO 'FATFRPT'
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS FFB-REPORT-STATUS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  FREIGHT-HISTORY.
000760     COPY FRTHIST.
000770 FD  CUSTOMER-MASTER.
000780     COPY CUSTMST.
000790 FD  BUSINESS-DATE-FILE.
000800     COPY BUSIDATE.
000810 FD  FREIGHT-INVOICES.
000820     COPY RENTINV.
000830 FD  INVOICE-FILE.
000840     COPY FATFRT.
000850 FD  BILLING-REPORT
000860     RECORD CONTAINS 100 CHARACTERS.
000870 01  FFB-REPORT-LINE          PIC X(100).
000880 WORKING-STORAGE SECTION.
000890 01  FFB-SWITCHES.
000900     05  FFB-FRTHIST-STATUS   PIC X(02) VALUE '00'.
000910         88  FFB-FRTHIST-EOF      VALUE '10'.
000920     05  FFB-CUSTMAST-STATUS  PIC X(02) VALUE '00'.
000930     05  FFB-BUSIDATE-STATUS  PIC X(02) VALUE '00'.
000940     05  FFB-FRTINV-STATUS    PIC X(02) VALUE '00'.
000950         88  FFB-FRTINV-EOF       VALUE '10'.
000960     05  FFB-FATFRT-STATUS    PIC X(02) VALUE '00'.
000970     05  FFB-REPORT-STATUS    PIC X(02) VALUE '00'.
000980     05  FFB-SW-ABERTOS       PIC X(01) VALUE 'N'.
000990         88  FFB-ARQUIVOS-ABERTOS     VALUE 'S'.
001000     05  FFB-SW-CUSTMAST      PIC X(01) VALUE 'N'.
001010         88  FFB-CUSTMAST-DISPONIVEL  VALUE 'S'.
001020     05  FFB-SW-TITULO        PIC X(01) VALUE 'N'.
001030         88  FFB-TITULO-GRAVADO       VALUE 'S'.
001040     05  FFB-SW-VARREDURA     PIC X(01) VALUE 'N'.
001050         88  FFB-FIM-VARREDURA        VALUE 'S'.
001060         88  FFB-VARREDURA-ATIVA      VALUE 'N'.
001070     05  FFB-SW-CLIENTE       PIC X(01) VALUE 'N'.
001080         88  FFB-CLIENTE-ACHADO       VALUE 'S'.
001090
001100 01  FFB-CONTADORES.
001110     05  FFB-RETORNO          PIC 9(04) COMP VALUE ZEROS.
001120     05  FFB-QTDE-LIDAS       PIC 9(06) COMP VALUE ZEROS.
001130     05  FFB-QTDE-ITENS-FOB   PIC 9(06) COMP VALUE ZEROS.
001140     05  FFB-QTDE-CIF         PIC 9(06) COMP VALUE ZEROS.
001150     05  FFB-QTDE-SEM-CLIENTE PIC 9(06) COMP VALUE ZEROS.
001160     05  FFB-QTDE-JA-FATURADA PIC 9(06) COMP VALUE ZEROS.
001170     05  FFB-QTDE-SEM-CADASTRO PIC 9(06) COMP VALUE ZEROS.
001180     05  FFB-QTDE-FATURAS     PIC 9(05) COMP VALUE ZEROS.
001190     05  FFB-QTDE-CREDORAS    PIC 9(05) COMP VALUE ZEROS.
001200     05  FFB-SUB-CLI          PIC 9(03) COMP VALUE ZEROS.
001210     05  FFB-SUB-ITEM         PIC 9(04) COMP VALUE ZEROS.
001220
001230 01  FFB-TOTAIS.
001240     05  FFB-TOT-DEBITOS      PIC 9(10)V99 COMP-3 VALUE ZEROS.
001250     05  FFB-TOT-CREDITOS     PIC 9(10)V99 COMP-3 VALUE ZEROS.
001260     05  FFB-TOT-FATURADO     PIC 9(10)V99 COMP-3 VALUE ZEROS.
001270
001280*    CLIENTES ENCONTRADOS NO PERIODO (CIF E FOB, PARA NAO
001290*    RELER O CADASTRO A CADA LINHA) COM OS TOTAIS DA FATURA
001300 01  FFB-TABELA-CLIENTES.
001310     05  FFB-QTDE-CLIENTES    PIC 9(03) COMP VALUE ZEROS.
001320     05  FFB-CLI-ITEM OCCURS 500 TIMES
001330             INDEXED BY FFB-IX-CLI.
001340         10  FFB-C-CODIGO     PIC 9(05).
001350         10  FFB-C-NOME       PIC X(30).
001360         10  FFB-C-CNPJ       PIC 9(14).
001370         10  FFB-C-UF         PIC X(02).
001380         10  FFB-C-MODALIDADE PIC X(01).
001390             88  FFB-C-FOB        VALUE 'F'.
001400         10  FFB-C-PRAZO      PIC 9(03).
001410         10  FFB-C-QTDE       PIC 9(04) COMP.
001420         10  FFB-C-DEBITOS    PIC 9(08)V99.
001430         10  FFB-C-CREDITOS   PIC 9(08)V99.
001440
001450*    LINHAS DO HISTORICO A FATURAR (CLIENTE FOB, SEM FATURA)
001460 01  FFB-TABELA-ITENS.
001470     05  FFB-QTDE-ITENS       PIC 9(04) COMP VALUE ZEROS.
001480     05  FFB-ITEM OCCURS 3000 TIMES
001490             INDEXED BY FFB-IX-ITEM.
001500         10  FFB-I-SUB-CLI    PIC 9(03) COMP.
001510         10  FFB-I-CHAVE.
001520             15  FFB-I-PEDIDO PIC 9(06).
001530             15  FFB-I-DATA   PIC 9(08).
001540         10  FFB-I-TIPO       PIC X(01).
001550             88  FFB-I-ESTORNO    VALUE 'E'.
001560         10  FFB-I-PRODUTO    PIC X(20).
001570         10  FFB-I-UF         PIC X(02).
001580         10  FFB-I-FRETE      PIC 9(06)V99.
001590         10  FFB-I-ICMS       PIC 9(06)V99.
001600
001610 01  FFB-DATASISTEMA          PIC 9(08) VALUE ZEROS.
001620 01  FFB-DATASISTEMA-R REDEFINES FFB-DATASISTEMA.
001630     05  FFB-PERIODO          PIC 9(06).
001640     05  FILLER               PIC 9(02).
001650
001660 01  FFB-AREA-TRABALHO.
001670     05  FFB-PRAZO-PADRAO     PIC 9(03) VALUE 28.
001680     05  FFB-PRAZO            PIC S9(03) VALUE ZEROS.
001690     05  FFB-VENCIMENTO       PIC 9(08) VALUE ZEROS.
001700     05  FFB-PROX-NUMERO      PIC 9(06) VALUE 1.
001710     05  FFB-NUMERO-FATURA    PIC 9(06) VALUE ZEROS.
001720     05  FFB-VALOR-ITEM       PIC 9(07)V99 VALUE ZEROS.
001730     05  FFB-LIQUIDO          PIC S9(08)V99 VALUE ZEROS.
001740
001750 01  FFB-LINHA-CABECALHO.
001760     05  FILLER               PIC X(07) VALUE 'FATURA'.
001770     05  FILLER               PIC X(06) VALUE 'CLIENT'.
001780     05  FILLER               PIC X(26) VALUE ' NOME'.
001790     05  FILLER               PIC X(14) VALUE '      DEBITOS'.
001800     05  FILLER               PIC X(14) VALUE '     CREDITOS'.
001810     05  FILLER               PIC X(15) VALUE '       LIQUIDO'.
001820     05  FILLER               PIC X(09) VALUE ' VENCTO'.
001830
001840 01  FFB-LINHA-DETALHE.
001850     05  FFB-D-FATURA         PIC 9(06).
001860     05  FILLER               PIC X(01) VALUE SPACES.
001870     05  FFB-D-CLIENTE        PIC 9(05).
001880     05  FILLER               PIC X(01) VALUE SPACES.
001890     05  FFB-D-NOME           PIC X(25).
001900     05  FILLER               PIC X(01) VALUE SPACES.
001910     05  FFB-D-DEBITOS        PIC ZZ.ZZZ.ZZ9,99.
001920     05  FILLER               PIC X(01) VALUE SPACES.
001930     05  FFB-D-CREDITOS       PIC ZZ.ZZZ.ZZ9,99.
001940     05  FILLER               PIC X(01) VALUE SPACES.
001950     05  FFB-D-LIQUIDO        PIC ZZ.ZZZ.ZZ9,99-.
001960     05  FILLER               PIC X(01) VALUE SPACES.
001970     05  FFB-D-VENCIMENTO     PIC 9(08).
001980     05  FILLER               PIC X(01) VALUE SPACES.
001990     05  FFB-D-OBS            PIC X(13) VALUE SPACES.
002000
002010 01  FFB-LINHA-TOTAL.
002020     05  FFB-T-ROTULO         PIC X(25).
002030     05  FFB-T-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
002040
002050 01  FFB-LINHA-QTDE.
002060     05  FFB-Q-ROTULO         PIC X(25).
002070     05  FFB-Q-VALOR          PIC ZZZ.ZZ9.
002080
002090 PROCEDURE DIVISION.
002100
002110 0000-MAINLINE.
002120     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002130     IF FFB-ARQUIVOS-ABERTOS
002140         PERFORM 2000-CARREGAR-PERIODO
002150             THRU 2000-CARREGAR-PERIODO-EXIT
002160         PERFORM 3000-FATURAR-CLIENTE
002170             THRU 3000-FATURAR-CLIENTE-EXIT
002180             VARYING FFB-SUB-CLI FROM 1 BY 1
002190             UNTIL FFB-SUB-CLI > FFB-QTDE-CLIENTES
002200         PERFORM 4000-TOTALIZAR THRU 4000-TOTALIZAR-EXIT
002210     END-IF.
002220     PERFORM 5000-FINALIZAR THRU 5000-FINALIZAR-EXIT.
002230     MOVE FFB-RETORNO TO RETURN-CODE.
002240     GOBACK.
002250
002260*=========================================================
002270* DATA DA RODADA (BUSIDATE NA RECUPERACAO) E ABERTURA DOS
002280* ARQUIVOS - SEM CADASTRO DE CLIENTES NAO HA FOB A COBRAR
002290*=========================================================
002300 1000-INICIALIZAR.
002310     ACCEPT FFB-DATASISTEMA FROM DATE YYYYMMDD.
002320     OPEN INPUT BUSINESS-DATE-FILE.
002330     IF FFB-BUSIDATE-STATUS = '00'
002340         READ BUSINESS-DATE-FILE
002350             AT END
002360                 CONTINUE
002370             NOT AT END
002380                 IF BSD-DATA NOT = ZEROS
002390                     MOVE BSD-DATA TO FFB-DATASISTEMA
002400                 END-IF
002410         END-READ
002420         CLOSE BUSINESS-DATE-FILE
002430     END-IF.
002440     OPEN I-O FREIGHT-HISTORY.
002450     IF FFB-FRTHIST-STATUS NOT = '00'
002460         DISPLAY 'HISTORICO DE FRETES INDISPONIVEL - STATUS '
002470             FFB-FRTHIST-STATUS
002480         MOVE 16 TO FFB-RETORNO
002490         GO TO 1000-INICIALIZAR-EXIT.
002500     OPEN INPUT CUSTOMER-MASTER.
002510     IF FFB-CUSTMAST-STATUS = '00'
002520         SET FFB-CUSTMAST-DISPONIVEL TO TRUE
002530     ELSE
002540         DISPLAY 'CADASTRO DE CLIENTES AUSENTE - STATUS '
002550             FFB-CUSTMAST-STATUS ' - NADA A FATURAR'
002560         MOVE 4 TO FFB-RETORNO
002570         CLOSE FREIGHT-HISTORY
002580         GO TO 1000-INICIALIZAR-EXIT.
002590     OPEN I-O FREIGHT-INVOICES.
002600     IF FFB-FRTINV-STATUS = '35'
002610         OPEN OUTPUT FREIGHT-INVOICES
002620         CLOSE FREIGHT-INVOICES
002630         OPEN I-O FREIGHT-INVOICES
002640     END-IF.
002650     IF FFB-FRTINV-STATUS NOT = '00'
002660         DISPLAY 'ARQUIVO DE TITULOS DE FRETE INDISPONIVEL - '
002670             'STATUS ' FFB-FRTINV-STATUS
002680         MOVE 16 TO FFB-RETORNO
002690         CLOSE FREIGHT-HISTORY
002700         CLOSE CUSTOMER-MASTER
002710         GO TO 1000-INICIALIZAR-EXIT.
002720     PERFORM 1200-MAPEAR-NUMERO THRU 1200-MAPEAR-NUMERO-EXIT.
002730     OPEN OUTPUT INVOICE-FILE.
002740     OPEN OUTPUT BILLING-REPORT.
002750     MOVE SPACES TO FFB-REPORT-LINE.
002760     STRING '=== FATURAMENTO DE FRETE A CLIENTES FOB - '
002770         'PERIODO ' FFB-PERIODO ' ==='
002780         DELIMITED BY SIZE INTO FFB-REPORT-LINE.
002790     WRITE FFB-REPORT-LINE.
002800     MOVE SPACES TO FFB-REPORT-LINE.
002810     WRITE FFB-REPORT-LINE.
002820     WRITE FFB-REPORT-LINE FROM FFB-LINHA-CABECALHO.
002830     SET FFB-ARQUIVOS-ABERTOS TO TRUE.
002840 1000-INICIALIZAR-EXIT.
002850     EXIT.
002860
002870*=========================================================
002880* PROXIMO NUMERO DE FATURA: MAIOR NUMERO NO FRTINV + 1
002890*=========================================================
002900 1200-MAPEAR-NUMERO.
002910     MOVE ZEROS TO INV-NUMERO.
002920     START FREIGHT-INVOICES KEY >= INV-NUMERO
002930         INVALID KEY
002940             SET FFB-FRTINV-EOF TO TRUE
002950     END-START.
002960     IF FFB-FRTINV-STATUS NOT = '00'
002970         SET FFB-FRTINV-EOF TO TRUE
002980     END-IF.
002990     PERFORM 1210-LER-FATURA THRU 1210-LER-FATURA-EXIT
003000         UNTIL FFB-FRTINV-EOF.
003010     MOVE '00' TO FFB-FRTINV-STATUS.
003020 1200-MAPEAR-NUMERO-EXIT.
003030     EXIT.
003040
003050 1210-LER-FATURA.
003060     READ FREIGHT-INVOICES NEXT RECORD
003070         AT END
003080             SET FFB-FRTINV-EOF TO TRUE
003090             GO TO 1210-LER-FATURA-EXIT
003100     END-READ.
003110     IF FFB-FRTINV-STATUS NOT = '00'
003120         SET FFB-FRTINV-EOF TO TRUE
003130         GO TO 1210-LER-FATURA-EXIT.
003140     COMPUTE FFB-PROX-NUMERO = INV-NUMERO + 1.
003150 1210-LER-FATURA-EXIT.
003160     EXIT.
003170
003180*=========================================================
003190* LINHAS DO PERIODO: POSICIONA PELA CHAVE ALTERNADA E
003200* GUARDA AS LINHAS DE CLIENTE FOB AINDA NAO FATURADAS
003210*=========================================================
003220 2000-CARREGAR-PERIODO.
003230     SET FFB-VARREDURA-ATIVA TO TRUE.
003240     MOVE FFB-PERIODO TO FRH-PERIODO.
003250     START FREIGHT-HISTORY KEY >= FRH-PERIODO
003260         INVALID KEY
003270             SET FFB-FIM-VARREDURA TO TRUE
003280     END-START.
003290     IF FFB-FRTHIST-STATUS NOT = '00'
003300         SET FFB-FIM-VARREDURA TO TRUE
003310     END-IF.
003320     PERFORM 2100-LER-LINHA THRU 2100-LER-LINHA-EXIT
003330         UNTIL FFB-FIM-VARREDURA.
003340 2000-CARREGAR-PERIODO-EXIT.
003350     EXIT.
003360
003370 2100-LER-LINHA.
003380     READ FREIGHT-HISTORY NEXT RECORD
003390         AT END
003400             SET FFB-FIM-VARREDURA TO TRUE
003410             GO TO 2100-LER-LINHA-EXIT
003420     END-READ.
003430     IF FFB-FRTHIST-STATUS NOT = '00'
003440             OR FRH-PERIODO NOT = FFB-PERIODO
003450         SET FFB-FIM-VARREDURA TO TRUE
003460         GO TO 2100-LER-LINHA-EXIT.
003470     ADD 1 TO FFB-QTDE-LIDAS.
003480     IF FRH-CLIENTE = ZEROS
003490         ADD 1 TO FFB-QTDE-SEM-CLIENTE
003500         GO TO 2100-LER-LINHA-EXIT.
003510     IF FRH-FATURA-CLIENTE NOT = ZEROS
003520         ADD 1 TO FFB-QTDE-JA-FATURADA
003530         GO TO 2100-LER-LINHA-EXIT.
003540     PERFORM 2200-LOCALIZAR-CLIENTE
003550         THRU 2200-LOCALIZAR-CLIENTE-EXIT.
003560     IF NOT FFB-CLIENTE-ACHADO
003570         GO TO 2100-LER-LINHA-EXIT.
003580     IF NOT FFB-C-FOB (FFB-IX-CLI)
003590         ADD 1 TO FFB-QTDE-CIF
003600         GO TO 2100-LER-LINHA-EXIT.
003610     IF FFB-QTDE-ITENS = 3000
003620         DISPLAY 'TABELA DE LINHAS CHEIA - PEDIDO '
003630             FRH-NUMERO-PEDIDO ' FICA PARA A RERODADA'
003640         IF FFB-RETORNO < 4
003650             MOVE 4 TO FFB-RETORNO
003660         END-IF
003670         GO TO 2100-LER-LINHA-EXIT.
003680     ADD 1 TO FFB-QTDE-ITENS.
003690     ADD 1 TO FFB-QTDE-ITENS-FOB.
003700     SET FFB-IX-ITEM TO FFB-QTDE-ITENS.
003710     SET FFB-I-SUB-CLI (FFB-IX-ITEM) TO FFB-IX-CLI.
003720     MOVE FRH-NUMERO-PEDIDO TO FFB-I-PEDIDO (FFB-IX-ITEM).
003730     MOVE FRH-DATA-CALCULO TO FFB-I-DATA (FFB-IX-ITEM).
003740     MOVE FRH-TIPO TO FFB-I-TIPO (FFB-IX-ITEM).
003750     MOVE FRH-PRODUTO TO FFB-I-PRODUTO (FFB-IX-ITEM).
003760     MOVE FRH-UF TO FFB-I-UF (FFB-IX-ITEM).
003770     MOVE FRH-FRETE-BRL TO FFB-I-FRETE (FFB-IX-ITEM).
003780     MOVE FRH-ICMS TO FFB-I-ICMS (FFB-IX-ITEM).
003790     ADD 1 TO FFB-C-QTDE (FFB-IX-CLI).
003800     IF FRH-TIPO-ESTORNO
003810         ADD FRH-FRETE-BRL FRH-ICMS
003820             TO FFB-C-CREDITOS (FFB-IX-CLI)
003830     ELSE
003840         ADD FRH-FRETE-BRL FRH-ICMS
003850             TO FFB-C-DEBITOS (FFB-IX-CLI)
003860     END-IF.
003870 2100-LER-LINHA-EXIT.
003880     EXIT.
003890
003900*=========================================================
003910* CLIENTE DA LINHA: PRIMEIRO NA TABELA, DEPOIS NO CADASTRO
003920*=========================================================
003930 2200-LOCALIZAR-CLIENTE.
003940     MOVE 'N' TO FFB-SW-CLIENTE.
003950     SET FFB-IX-CLI TO 1.
003960     PERFORM 2210-COMPARAR-CLIENTE
003970         THRU 2210-COMPARAR-CLIENTE-EXIT
003980         UNTIL FFB-IX-CLI > FFB-QTDE-CLIENTES
003990             OR FFB-CLIENTE-ACHADO.
004000     IF FFB-CLIENTE-ACHADO
004010         GO TO 2200-LOCALIZAR-CLIENTE-EXIT.
004020     MOVE FRH-CLIENTE TO CLI-CODIGO.
004030     READ CUSTOMER-MASTER
004040         INVALID KEY
004050             ADD 1 TO FFB-QTDE-SEM-CADASTRO
004060             DISPLAY 'CLIENTE ' FRH-CLIENTE ' DO PEDIDO '
004070                 FRH-NUMERO-PEDIDO ' NAO CADASTRADO - LINHA '
004080                 'NAO FATURADA'
004090             IF FFB-RETORNO < 4
004100                 MOVE 4 TO FFB-RETORNO
004110             END-IF
004120             GO TO 2200-LOCALIZAR-CLIENTE-EXIT
004130     END-READ.
004140     IF FFB-QTDE-CLIENTES = 500
004150         DISPLAY 'TABELA DE CLIENTES CHEIA - CLIENTE '
004160             FRH-CLIENTE ' FICA PARA A RERODADA'
004170         IF FFB-RETORNO < 4
004180             MOVE 4 TO FFB-RETORNO
004190         END-IF
004200         GO TO 2200-LOCALIZAR-CLIENTE-EXIT.
004210     ADD 1 TO FFB-QTDE-CLIENTES.
004220     SET FFB-IX-CLI TO FFB-QTDE-CLIENTES.
004230     MOVE CLI-CODIGO TO FFB-C-CODIGO (FFB-IX-CLI).
004240     MOVE CLI-NOME TO FFB-C-NOME (FFB-IX-CLI).
004250     MOVE CLI-CNPJ TO FFB-C-CNPJ (FFB-IX-CLI).
004260     MOVE CLI-UF-COBRANCA TO FFB-C-UF (FFB-IX-CLI).
004270     MOVE CLI-MODALIDADE TO FFB-C-MODALIDADE (FFB-IX-CLI).
004280     MOVE CLI-PRAZO-PAGAMENTO TO FFB-C-PRAZO (FFB-IX-CLI).
004290     MOVE ZEROS TO FFB-C-QTDE (FFB-IX-CLI).
004300     MOVE ZEROS TO FFB-C-DEBITOS (FFB-IX-CLI).
004310     MOVE ZEROS TO FFB-C-CREDITOS (FFB-IX-CLI).
004320     SET FFB-CLIENTE-ACHADO TO TRUE.
004330 2200-LOCALIZAR-CLIENTE-EXIT.
004340     EXIT.
004350
004360 2210-COMPARAR-CLIENTE.
004370     IF FFB-C-CODIGO (FFB-IX-CLI) = FRH-CLIENTE
004380         SET FFB-CLIENTE-ACHADO TO TRUE
004390     ELSE
004400         SET FFB-IX-CLI UP BY 1
004410     END-IF.
004420 2210-COMPARAR-CLIENTE-EXIT.
004430     EXIT.
004440
004450*=========================================================
004460* UMA FATURA POR CLIENTE FOB COM LINHAS NO PERIODO:
004470* CABECALHO, DEBITOS/CREDITOS, TOTAL E TITULO A RECEBER
004480*=========================================================
004490 3000-FATURAR-CLIENTE.
004500     SET FFB-IX-CLI TO FFB-SUB-CLI.
004510     IF NOT FFB-C-FOB (FFB-IX-CLI)
004520             OR FFB-C-QTDE (FFB-IX-CLI) = ZEROS
004530         GO TO 3000-FATURAR-CLIENTE-EXIT.
004540     MOVE FFB-PROX-NUMERO TO FFB-NUMERO-FATURA.
004550     COMPUTE FFB-LIQUIDO = FFB-C-DEBITOS (FFB-IX-CLI)
004560         - FFB-C-CREDITOS (FFB-IX-CLI).
004570     IF FFB-C-PRAZO (FFB-IX-CLI) = ZEROS
004580         MOVE FFB-PRAZO-PADRAO TO FFB-PRAZO
004590     ELSE
004600         MOVE FFB-C-PRAZO (FFB-IX-CLI) TO FFB-PRAZO
004610     END-IF.
004620     CALL 'DIACORR' USING BY CONTENT FFB-DATASISTEMA
004630                          BY CONTENT FFB-PRAZO
004640                          BY REFERENCE FFB-VENCIMENTO.
004650     PERFORM 3300-GRAVAR-TITULO THRU 3300-GRAVAR-TITULO-EXIT.
004660     IF NOT FFB-TITULO-GRAVADO
004670         GO TO 3000-FATURAR-CLIENTE-EXIT.
004680     ADD 1 TO FFB-PROX-NUMERO.
004690     MOVE SPACES TO FCL-REGISTRO.
004700     MOVE FFB-NUMERO-FATURA TO FCL-NUMERO-FATURA.
004710     SET FCL-TIPO-CABECALHO TO TRUE.
004720     MOVE FFB-C-CODIGO (FFB-IX-CLI) TO FCL-H-CLIENTE.
004730     MOVE FFB-C-NOME (FFB-IX-CLI) TO FCL-H-NOME.
004740     MOVE FFB-C-CNPJ (FFB-IX-CLI) TO FCL-H-CNPJ.
004750     MOVE FFB-C-UF (FFB-IX-CLI) TO FCL-H-UF-COBRANCA.
004760     MOVE FFB-DATASISTEMA TO FCL-H-EMISSAO.
004770     MOVE FFB-VENCIMENTO TO FCL-H-VENCIMENTO.
004780     MOVE FFB-PERIODO TO FCL-H-PERIODO.
004790     WRITE FCL-REGISTRO.
004800     PERFORM 3100-GRAVAR-ITEM THRU 3100-GRAVAR-ITEM-EXIT
004810         VARYING FFB-SUB-ITEM FROM 1 BY 1
004820         UNTIL FFB-SUB-ITEM > FFB-QTDE-ITENS.
004830     MOVE SPACES TO FCL-REGISTRO.
004840     MOVE FFB-NUMERO-FATURA TO FCL-NUMERO-FATURA.
004850     SET FCL-TIPO-TOTAL TO TRUE.
004860     MOVE FFB-C-DEBITOS (FFB-IX-CLI) TO FCL-T-DEBITOS.
004870     MOVE FFB-C-CREDITOS (FFB-IX-CLI) TO FCL-T-CREDITOS.
004880     MOVE FFB-LIQUIDO TO FCL-T-LIQUIDO.
004890     MOVE FFB-C-QTDE (FFB-IX-CLI) TO FCL-T-QTDE-ITENS.
004900     WRITE FCL-REGISTRO.
004910     ADD 1 TO FFB-QTDE-FATURAS.
004920     ADD FFB-C-DEBITOS (FFB-IX-CLI) TO FFB-TOT-DEBITOS.
004930     ADD FFB-C-CREDITOS (FFB-IX-CLI) TO FFB-TOT-CREDITOS.
004940     MOVE FFB-NUMERO-FATURA TO FFB-D-FATURA.
004950     MOVE FFB-C-CODIGO (FFB-IX-CLI) TO FFB-D-CLIENTE.
004960     MOVE FFB-C-NOME (FFB-IX-CLI) TO FFB-D-NOME.
004970     MOVE FFB-C-DEBITOS (FFB-IX-CLI) TO FFB-D-DEBITOS.
004980     MOVE FFB-C-CREDITOS (FFB-IX-CLI) TO FFB-D-CREDITOS.
004990     MOVE FFB-LIQUIDO TO FFB-D-LIQUIDO.
005000     MOVE FFB-VENCIMENTO TO FFB-D-VENCIMENTO.
005010     IF FFB-LIQUIDO > ZEROS
005020         ADD FFB-LIQUIDO TO FFB-TOT-FATURADO
005030         MOVE SPACES TO FFB-D-OBS
005040     ELSE
005050         ADD 1 TO FFB-QTDE-CREDORAS
005060         MOVE 'SALDO CREDOR' TO FFB-D-OBS
005070         IF FFB-RETORNO < 4
005080             MOVE 4 TO FFB-RETORNO
005090         END-IF
005100         DISPLAY 'FATURA ' FFB-NUMERO-FATURA ' DO CLIENTE '
005110             FFB-C-CODIGO (FFB-IX-CLI) ' COM SALDO CREDOR - '
005120             'DEVOLVER PELO FINANCEIRO'
005130     END-IF.
005140     WRITE FFB-REPORT-LINE FROM FFB-LINHA-DETALHE.
005150 3000-FATURAR-CLIENTE-EXIT.
005160     EXIT.
005170
005180 3100-GRAVAR-ITEM.
005190     SET FFB-IX-ITEM TO FFB-SUB-ITEM.
005200     IF FFB-I-SUB-CLI (FFB-IX-ITEM) NOT = FFB-SUB-CLI
005210         GO TO 3100-GRAVAR-ITEM-EXIT.
005220     MOVE SPACES TO FCL-REGISTRO.
005230     MOVE FFB-NUMERO-FATURA TO FCL-NUMERO-FATURA.
005240     IF FFB-I-ESTORNO (FFB-IX-ITEM)
005250         SET FCL-TIPO-CREDITO TO TRUE
005260     ELSE
005270         SET FCL-TIPO-DEBITO TO TRUE
005280     END-IF.
005290     MOVE FFB-I-PEDIDO (FFB-IX-ITEM) TO FCL-I-PEDIDO.
005300     MOVE FFB-I-DATA (FFB-IX-ITEM) TO FCL-I-DATA-CALCULO.
005310     MOVE FFB-I-PRODUTO (FFB-IX-ITEM) TO FCL-I-PRODUTO.
005320     MOVE FFB-I-UF (FFB-IX-ITEM) TO FCL-I-UF.
005330     MOVE FFB-I-FRETE (FFB-IX-ITEM) TO FCL-I-FRETE.
005340     MOVE FFB-I-ICMS (FFB-IX-ITEM) TO FCL-I-ICMS.
005350     COMPUTE FFB-VALOR-ITEM = FFB-I-FRETE (FFB-IX-ITEM)
005360         + FFB-I-ICMS (FFB-IX-ITEM).
005370     MOVE FFB-VALOR-ITEM TO FCL-I-VALOR.
005380     WRITE FCL-REGISTRO.
005390     PERFORM 3200-CARIMBAR-LINHA THRU 3200-CARIMBAR-LINHA-EXIT.
005400 3100-GRAVAR-ITEM-EXIT.
005410     EXIT.
005420
005430*=========================================================
005440* LINHA FATURADA RECEBE O NUMERO DA FATURA NO HISTORICO -
005450* RERODADA NAO COBRA DE NOVO
005460*=========================================================
005470 3200-CARIMBAR-LINHA.
005480     MOVE FFB-I-CHAVE (FFB-IX-ITEM) TO FRH-CHAVE.
005490     READ FREIGHT-HISTORY
005500         INVALID KEY
005510             DISPLAY 'LINHA DO PEDIDO '
005520                 FFB-I-PEDIDO (FFB-IX-ITEM) ' SUMIU DO '
005530                 'HISTORICO - NAO CARIMBADA'
005540             MOVE 8 TO FFB-RETORNO
005550             GO TO 3200-CARIMBAR-LINHA-EXIT
005560     END-READ.
005570     MOVE FFB-NUMERO-FATURA TO FRH-FATURA-CLIENTE.
005580     REWRITE FRH-RECORD
005590         INVALID KEY
005600             DISPLAY 'ERRO AO CARIMBAR A FATURA NO PEDIDO '
005610                 FRH-NUMERO-PEDIDO
005620             MOVE 8 TO FFB-RETORNO
005630     END-REWRITE.
005640 3200-CARIMBAR-LINHA-EXIT.
005650     EXIT.
005660
005670*=========================================================
005680* TITULO A RECEBER NO LAYOUT RENTINV: INV-LOTE-ID CARREGA O
005690* CLIENTE; SALDO CREDOR GRAVA TITULO ZERADO E JA BAIXADO
005700*=========================================================
005710 3300-GRAVAR-TITULO.
005720     MOVE FFB-NUMERO-FATURA TO INV-NUMERO.
005730     MOVE FFB-C-CODIGO (FFB-IX-CLI) TO INV-LOTE-ID.
005740     MOVE ZEROS TO INV-LOCATARIO.
005750     MOVE FFB-C-NOME (FFB-IX-CLI) TO INV-NOME.
005760     MOVE ZEROS TO INV-AREA.
005770     MOVE ZEROS TO INV-VALOR-M2.
005780     MOVE ZEROS TO INV-CERCA.
005790     MOVE 'BRL' TO INV-MOEDA.
005800     MOVE FFB-DATASISTEMA TO INV-DATA-EMISSAO.
005810     MOVE FFB-VENCIMENTO TO INV-DATA-VENCIMENTO.
005820     IF FFB-LIQUIDO > ZEROS
005830         MOVE FFB-LIQUIDO TO INV-VALOR-BRL
005840         MOVE ZEROS TO INV-DATA-PAGAMENTO
005850         SET INV-ABERTA TO TRUE
005860     ELSE
005870         MOVE ZEROS TO INV-VALOR-BRL
005880         MOVE FFB-DATASISTEMA TO INV-DATA-PAGAMENTO
005890         SET INV-PAGA TO TRUE
005900     END-IF.
005910     MOVE ZEROS TO INV-MULTA INV-JUROS.
005920     MOVE ZEROS TO INV-CAM.
005920     MOVE ZEROS TO INV-ENERGIA INV-AGUA.
005920     MOVE ZEROS TO INV-VALOR-PAGO.
005920     MOVE SPACES TO INV-CANAL-PAGAMENTO.
005920     MOVE ZEROS TO INV-MANUTENCAO.
005920     MOVE ZEROS TO INV-ACORDO INV-PARCELA.
005920     MOVE SPACES TO INV-ORIGEM.
005920     MOVE ZEROS TO INV-DATA-PERDA.
005920     MOVE SPACES TO INV-PERFIL-RETENCAO.
005920     MOVE ZEROS TO INV-RET-IRRF INV-RET-PIS INV-RET-COFINS
005920         INV-RET-CSLL INV-VALOR-RETIDO.
005930     MOVE SPACES TO INV-SW-ENCARGOS.
005940     MOVE 'N' TO FFB-SW-TITULO.
005950     WRITE INV-INVOICE-RECORD
005960         INVALID KEY
005970             DISPLAY 'ERRO AO GRAVAR O TITULO ' INV-NUMERO
005980                 ' - CLIENTE ' INV-LOTE-ID ' NAO FATURADO'
005990             MOVE 8 TO FFB-RETORNO
006000         NOT INVALID KEY
006010             SET FFB-TITULO-GRAVADO TO TRUE
006020     END-WRITE.
006030 3300-GRAVAR-TITULO-EXIT.
006040     EXIT.
006050
006060 4000-TOTALIZAR.
006070     MOVE SPACES TO FFB-REPORT-LINE.
006080     WRITE FFB-REPORT-LINE.
006090     MOVE 'LINHAS LIDAS NO PERIODO: ' TO FFB-Q-ROTULO.
006100     MOVE FFB-QTDE-LIDAS TO FFB-Q-VALOR.
006110     WRITE FFB-REPORT-LINE FROM FFB-LINHA-QTDE.
006120     MOVE 'LINHAS FOB FATURADAS:    ' TO FFB-Q-ROTULO.
006130     MOVE FFB-QTDE-ITENS-FOB TO FFB-Q-VALOR.
006140     WRITE FFB-REPORT-LINE FROM FFB-LINHA-QTDE.
006150     MOVE 'LINHAS CIF (NAO COBRADAS)' TO FFB-Q-ROTULO.
006160     MOVE FFB-QTDE-CIF TO FFB-Q-VALOR.
006170     WRITE FFB-REPORT-LINE FROM FFB-LINHA-QTDE.
006180     MOVE 'LINHAS SEM CLIENTE:      ' TO FFB-Q-ROTULO.
006190     MOVE FFB-QTDE-SEM-CLIENTE TO FFB-Q-VALOR.
006200     WRITE FFB-REPORT-LINE FROM FFB-LINHA-QTDE.
006210     MOVE 'LINHAS JA FATURADAS:     ' TO FFB-Q-ROTULO.
006220     MOVE FFB-QTDE-JA-FATURADA TO FFB-Q-VALOR.
006230     WRITE FFB-REPORT-LINE FROM FFB-LINHA-QTDE.
006240     MOVE 'CLIENTE NAO CADASTRADO:  ' TO FFB-Q-ROTULO.
006250     MOVE FFB-QTDE-SEM-CADASTRO TO FFB-Q-VALOR.
006260     WRITE FFB-REPORT-LINE FROM FFB-LINHA-QTDE.
006270     MOVE 'FATURAS EMITIDAS:        ' TO FFB-Q-ROTULO.
006280     MOVE FFB-QTDE-FATURAS TO FFB-Q-VALOR.
006290     WRITE FFB-REPORT-LINE FROM FFB-LINHA-QTDE.
006300     MOVE 'FATURAS COM SALDO CREDOR:' TO FFB-Q-ROTULO.
006310     MOVE FFB-QTDE-CREDORAS TO FFB-Q-VALOR.
006320     WRITE FFB-REPORT-LINE FROM FFB-LINHA-QTDE.
006330     MOVE 'TOTAL DE DEBITOS:        ' TO FFB-T-ROTULO.
006340     MOVE FFB-TOT-DEBITOS TO FFB-T-VALOR.
006350     WRITE FFB-REPORT-LINE FROM FFB-LINHA-TOTAL.
006360     MOVE 'TOTAL DE CREDITOS:       ' TO FFB-T-ROTULO.
006370     MOVE FFB-TOT-CREDITOS TO FFB-T-VALOR.
006380     WRITE FFB-REPORT-LINE FROM FFB-LINHA-TOTAL.
006390     MOVE 'TOTAL A RECEBER:         ' TO FFB-T-ROTULO.
006400     MOVE FFB-TOT-FATURADO TO FFB-T-VALOR.
006410     WRITE FFB-REPORT-LINE FROM FFB-LINHA-TOTAL.
006420 4000-TOTALIZAR-EXIT.
006430     EXIT.
006440
006450 5000-FINALIZAR.
006460     DISPLAY 'FATURAMENTO DE FRETE FOB - PERIODO ' FFB-PERIODO.
006470     DISPLAY 'LINHAS LIDAS.........: ' FFB-QTDE-LIDAS.
006480     DISPLAY 'LINHAS FOB FATURADAS.: ' FFB-QTDE-ITENS-FOB.
006490     DISPLAY 'FATURAS EMITIDAS.....: ' FFB-QTDE-FATURAS.
006500     DISPLAY 'SALDO CREDOR.........: ' FFB-QTDE-CREDORAS.
006510     IF FFB-ARQUIVOS-ABERTOS
006520         CLOSE FREIGHT-HISTORY
006530         CLOSE CUSTOMER-MASTER
006540         CLOSE FREIGHT-INVOICES
006550         CLOSE INVOICE-FILE
006560         CLOSE BILLING-REPORT
006570     END-IF.
006580 5000-FINALIZAR-EXIT.
006590     EXIT.
