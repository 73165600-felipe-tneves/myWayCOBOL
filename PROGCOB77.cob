000140*           FECHA, QUE VAI QUICAR NO PRIMEIRO DOCUMENTO
000150*           FISCAL. INCLUI, ALTERA E LISTA; DOCUMENTO
000160*           INVALIDO E RECUSADO COM MENSAGEM CLARA.
000160*           MANTEM TAMBEM O CADASTRO DE CLIENTES (CUSTMAST),
000160*           COM O MESMO CNPJ VALIDADO NA PORTA, E O
000160*           CADASTRO DE PRODUTOS (PRODMAST) USADO NO PESO
000160*           CUBADO DO FRETE, ALEM DOS DOCUMENTOS DE
000160*           CONFORMIDADE DAS TRANSPORTADORAS (CARRDOC).
000170* -----------------------------------------------------
000180* HISTORICO DE ALTERACOES
000190* 01/09/2026 FT  PROGRAMA CRIADO.
000190* 15/10/2026 FT  INCLUIDO O CADASTRO DE CLIENTES (CUSTMAST):
000190*                CODIGO, RAZAO SOCIAL, CNPJ PELA VALDOC,
000190*                MODALIDADE DO FRETE (CIF/FOB), UF DE
000190*                COBRANCA, ATIVO E PRAZO DE PAGAMENTO DA
000190*                FATURA DE FRETE - OPCOES 5 E 6.
000190* 15/10/2026 FT  TRANSPORTADORA PASSA A CAPTURAR O FATOR DE
000190*                CUBAGEM EM KG/M3 (0 = PADRAO 300). INCLUIDO O
000190*                CADASTRO DE PRODUTOS (PRODMAST): CODIGO,
000190*                DESCRICAO, DIMENSOES EM CM, PESO UNITARIO,
000190*                CLASSE FISCAL E ATIVO - OPCOES 7 E 8.
000190* 15/10/2026 FT  INCLUIDOS OS DOCUMENTOS DE CONFORMIDADE DA
000190*                TRANSPORTADORA (CARRDOC): TIPO (RN = RNTRC,
000190*                SG = SEGURO DE CARGA, OUTROS), NUMERO, EMISSAO,
000190*                VALIDADE E SE E OBRIGATORIO (RN E SG SEMPRE) -
000190*                OPCAO 0. DOCUMENTO OBRIGATORIO VENCIDO BLOQUEIA
000190*                A TRANSPORTADORA NA COTACAO E NO PAGAMENTO.
000200***********************************************************
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS CIA-CODIGO
000360         FILE STATUS IS WRK-COMPMAST-STATUS.
000360     SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
000360         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS CLI-CODIGO
000360         FILE STATUS IS WRK-CUSTMAST-STATUS.
000360     SELECT PRODUCT-MASTER ASSIGN TO 'PRODMAST'
000360         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS PRD-CODIGO
000360         FILE STATUS IS WRK-PRODMAST-STATUS.
000360     SELECT CARRIER-DOCUMENTS ASSIGN TO 'CARRDOC'
000360         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS CDC-CHAVE
000360         FILE STATUS IS WRK-CARRDOC-STATUS.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  CARRIER-MASTER.
000400     COPY CARRMST.
000410 FD  COMPANY-MASTER.
000420     COPY COMPMST.
000420 FD  CUSTOMER-MASTER.
000420     COPY CUSTMST.
000420 FD  PRODUCT-MASTER.
000420     COPY PRODMST.
000420 FD  CARRIER-DOCUMENTS.
000420     COPY CARRDOC.
000430 WORKING-STORAGE SECTION.
000440 77  WRK-CARRMAST-STATUS PIC X(02) VALUE '00'.
000450     88  WRK-CARRMAST-EOF    VALUE '10'.
000460 77  WRK-COMPMAST-STATUS PIC X(02) VALUE '00'.
000470     88  WRK-COMPMAST-EOF    VALUE '10'.
000470 77  WRK-CUSTMAST-STATUS PIC X(02) VALUE '00'.
000470     88  WRK-CUSTMAST-EOF    VALUE '10'.
000470 77  WRK-PRODMAST-STATUS PIC X(02) VALUE '00'.
000470     88  WRK-PRODMAST-EOF    VALUE '10'.
000470 77  WRK-CARRDOC-STATUS  PIC X(02) VALUE '00'.
000470     88  WRK-CARRDOC-EOF     VALUE '10'.
000470 77  WRK-HOJE            PIC 9(08) VALUE ZEROS.
000470 77  WRK-SITUACAO-DOC    PIC X(08) VALUE SPACES.
000480 77  WRK-OPCAO           PIC 9(01) VALUE ZEROS.
000490     88  WRK-OPCAO-SAIR      VALUE 9.
000500 77  WRK-SW-ACHOU        PIC X(01) VALUE 'N'.
000680         CLOSE COMPANY-MASTER
000690         OPEN I-O COMPANY-MASTER
000700     END-IF.
000700     OPEN I-O CUSTOMER-MASTER.
000700     IF WRK-CUSTMAST-STATUS = '35'
000700         OPEN OUTPUT CUSTOMER-MASTER
000700         CLOSE CUSTOMER-MASTER
000700         OPEN I-O CUSTOMER-MASTER
000700     END-IF.
000700     OPEN I-O PRODUCT-MASTER.
000700     IF WRK-PRODMAST-STATUS = '35'
000700         OPEN OUTPUT PRODUCT-MASTER
000700         CLOSE PRODUCT-MASTER
000700         OPEN I-O PRODUCT-MASTER
000700     END-IF.
000700     OPEN I-O CARRIER-DOCUMENTS.
000700     IF WRK-CARRDOC-STATUS = '35'
000700         OPEN OUTPUT CARRIER-DOCUMENTS
000700         CLOSE CARRIER-DOCUMENTS
000700         OPEN I-O CARRIER-DOCUMENTS
000700     END-IF.
000700     ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
000710     PERFORM 1000-PROCESSAR-MENU THRU 1000-PROCESSAR-MENU-EXIT
000720         UNTIL WRK-OPCAO-SAIR.
000730     IF WRK-CARRMAST-STATUS = '00' OR WRK-CARRMAST-EOF
000760     IF WRK-COMPMAST-STATUS = '00' OR WRK-COMPMAST-EOF
000770         CLOSE COMPANY-MASTER
000780     END-IF.
000780     IF WRK-CUSTMAST-STATUS = '00' OR WRK-CUSTMAST-EOF
000780         CLOSE CUSTOMER-MASTER
000780     END-IF.
000780     IF WRK-PRODMAST-STATUS = '00' OR WRK-PRODMAST-EOF
000780         CLOSE PRODUCT-MASTER
000780     END-IF.
000780     IF WRK-CARRDOC-STATUS = '00' OR WRK-CARRDOC-EOF
000780         CLOSE CARRIER-DOCUMENTS
000780     END-IF.
000790     GOBACK.
000800
000810 1000-PROCESSAR-MENU.
000820     DISPLAY '================================================'.
000830     DISPLAY '  CADASTRO DE TRANSPORTADORAS, EMPRESAS,       '.
000830     DISPLAY '  CLIENTES E PRODUTOS                           '.
000840     DISPLAY '================================================'.
000850     DISPLAY '1 - INCLUIR/ALTERAR TRANSPORTADORA'.
000860     DISPLAY '2 - LISTAR TRANSPORTADORAS'.
000870     DISPLAY '3 - INCLUIR/ALTERAR EMPRESA'.
000880     DISPLAY '4 - LISTAR EMPRESAS'.
000880     DISPLAY '5 - INCLUIR/ALTERAR CLIENTE'.
000880     DISPLAY '6 - LISTAR CLIENTES'.
000880     DISPLAY '7 - INCLUIR/ALTERAR PRODUTO'.
000880     DISPLAY '8 - LISTAR PRODUTOS'.
000880     DISPLAY '0 - DOCUMENTOS DE TRANSPORTADORA (RNTRC/SEGURO)'.
000890     DISPLAY '9 - SAIR'.
000900     DISPLAY 'OPCAO: '.
000910     ACCEPT WRK-OPCAO.
001020         WHEN 4
001030             PERFORM 5000-LISTAR-EMPRESAS
001040                 THRU 5000-LISTAR-EMPRESAS-EXIT
001040         WHEN 5
001040             PERFORM 6000-EDITAR-CLIENTE
001040                 THRU 6000-EDITAR-CLIENTE-EXIT
001040         WHEN 6
001040             PERFORM 7000-LISTAR-CLIENTES
001040                 THRU 7000-LISTAR-CLIENTES-EXIT
001040         WHEN 7
001040             PERFORM 8000-EDITAR-PRODUTO
001040                 THRU 8000-EDITAR-PRODUTO-EXIT
001040         WHEN 8
001040             PERFORM 9000-LISTAR-PRODUTOS
001040                 THRU 9000-LISTAR-PRODUTOS-EXIT
001040         WHEN 0
001040             PERFORM 9500-EDITAR-DOCUMENTO
001040                 THRU 9500-EDITAR-DOCUMENTO-EXIT
001050         WHEN 9
001060             CONTINUE
001070         WHEN OTHER
001540     ACCEPT CAR-ATIVO.
001550     DISPLAY 'PRAZO DE PAGAMENTO EM DIAS (0 = PADRAO 28): '.
001560     ACCEPT CAR-PRAZO-PAGAMENTO.
001560     DISPLAY 'FATOR DE CUBAGEM EM KG/M3 (0 = PADRAO 300): '.
001560     ACCEPT CAR-FATOR-CUBAGEM.
001570     IF WRK-REGISTRO-ACHADO
001580         REWRITE CAR-RECORD
001590             INVALID KEY
001930             GO TO 3100-LISTAR-UMA-EXIT
001940     END-READ.
001950     DISPLAY CAR-CODIGO ' ' CAR-NOME ' CNPJ ' CAR-CNPJ
001960         ' ATIVA ' CAR-ATIVO ' CUBAGEM ' CAR-FATOR-CUBAGEM.
001970 3100-LISTAR-UMA-EXIT.
001980     EXIT.
001990
002590     DISPLAY CIA-CODIGO ' ' CIA-NOME ' CNPJ ' CIA-CNPJ.
002600 5100-LISTAR-UMA-EXIT.
002610     EXIT.
002620
002630*=========================================================
002640* CLIENTE: MODALIDADE DO FRETE OBRIGATORIA (C = CIF, FRETE
002650* POR CONTA DA EMPRESA; F = FOB, FRETE COBRADO DO CLIENTE
002660* NO FATURAMENTO MENSAL DE FRETE)
002670*=========================================================
002680 6000-EDITAR-CLIENTE.
002690     IF WRK-CUSTMAST-STATUS NOT = '00'
002700         DISPLAY 'CUSTMAST INDISPONIVEL - STATUS '
002710             WRK-CUSTMAST-STATUS
002720         GO TO 6000-EDITAR-CLIENTE-EXIT.
002730     DISPLAY 'CODIGO DO CLIENTE: '.
002740     ACCEPT CLI-CODIGO.
002750     IF CLI-CODIGO = ZEROS
002760         DISPLAY 'CODIGO ZERO E RESERVADO (PEDIDO SEM CLIENTE)'
002770         GO TO 6000-EDITAR-CLIENTE-EXIT.
002780     MOVE 'N' TO WRK-SW-ACHOU.
002790     READ CUSTOMER-MASTER
002800         INVALID KEY
002810             CONTINUE
002820         NOT INVALID KEY
002830             SET WRK-REGISTRO-ACHADO TO TRUE
002840             DISPLAY 'JA CADASTRADO: ' CLI-NOME
002850     END-READ.
002860     DISPLAY 'RAZAO SOCIAL: '.
002870     ACCEPT CLI-NOME.
002880     PERFORM 1500-VALIDAR-CNPJ THRU 1500-VALIDAR-CNPJ-EXIT.
002890     IF NOT WRK-DOC-OK
002900         GO TO 6000-EDITAR-CLIENTE-EXIT.
002910     MOVE WRK-DOCUMENTO (1:14) TO CLI-CNPJ.
002920     MOVE SPACES TO CLI-MODALIDADE.
002930     PERFORM 6100-LER-MODALIDADE THRU 6100-LER-MODALIDADE-EXIT
002940         UNTIL CLI-MODALIDADE-OK.
002950     DISPLAY 'UF DE COBRANCA: '.
002960     ACCEPT CLI-UF-COBRANCA.
002970     DISPLAY 'ATIVO (S/N): '.
002980     ACCEPT CLI-ATIVO.
002990     DISPLAY 'PRAZO DE PAGAMENTO EM DIAS (0 = PADRAO 28): '.
003000     ACCEPT CLI-PRAZO-PAGAMENTO.
003010     IF WRK-REGISTRO-ACHADO
003020         REWRITE CLI-RECORD
003030             INVALID KEY
003040                 DISPLAY 'ERRO AO ALTERAR'
003050             NOT INVALID KEY
003060                 DISPLAY 'CLIENTE ALTERADO'
003070         END-REWRITE
003080     ELSE
003090         WRITE CLI-RECORD
003100             INVALID KEY
003110                 DISPLAY 'ERRO AO INCLUIR'
003120             NOT INVALID KEY
003130                 DISPLAY 'CLIENTE INCLUIDO'
003140         END-WRITE
003150     END-IF.
003160 6000-EDITAR-CLIENTE-EXIT.
003170     EXIT.
003180
003190 6100-LER-MODALIDADE.
003200     DISPLAY 'MODALIDADE DO FRETE (C = CIF / F = FOB): '.
003210     ACCEPT CLI-MODALIDADE.
003220     IF NOT CLI-MODALIDADE-OK
003230         DISPLAY 'MODALIDADE INVALIDA - REDIGITE'
003240     END-IF.
003250 6100-LER-MODALIDADE-EXIT.
003260     EXIT.
003270
003280 7000-LISTAR-CLIENTES.
003290     IF WRK-CUSTMAST-STATUS NOT = '00'
003300         GO TO 7000-LISTAR-CLIENTES-EXIT.
003310     MOVE ZEROS TO CLI-CODIGO.
003320     START CUSTOMER-MASTER KEY NOT < CLI-CODIGO
003330         INVALID KEY
003340             SET WRK-CUSTMAST-EOF TO TRUE
003350     END-START.
003360     PERFORM 7100-LISTAR-UM THRU 7100-LISTAR-UM-EXIT
003370         UNTIL WRK-CUSTMAST-EOF.
003380     MOVE '00' TO WRK-CUSTMAST-STATUS.
003390 7000-LISTAR-CLIENTES-EXIT.
003400     EXIT.
003410
003420 7100-LISTAR-UM.
003430     READ CUSTOMER-MASTER NEXT RECORD
003440         AT END
003450             SET WRK-CUSTMAST-EOF TO TRUE
003460             GO TO 7100-LISTAR-UM-EXIT
003470     END-READ.
003480     DISPLAY CLI-CODIGO ' ' CLI-NOME ' CNPJ ' CLI-CNPJ
003490         ' FRETE ' CLI-MODALIDADE ' UF ' CLI-UF-COBRANCA
003500         ' ATIVO ' CLI-ATIVO.
003510 7100-LISTAR-UM-EXIT.
003520     EXIT.
003520
003530*=========================================================
003540* PRODUTO: CODIGO E O MESMO TEXTO DO PEDIDO; DIMENSOES EM
003550* CM E PESO UNITARIO EM KG SAO OBRIGATORIOS PARA O PESO
003560* CUBADO DO FRETE
003570*=========================================================
003580 8000-EDITAR-PRODUTO.
003590     IF WRK-PRODMAST-STATUS NOT = '00'
003600         DISPLAY 'PRODMAST INDISPONIVEL - STATUS '
003610             WRK-PRODMAST-STATUS
003620         GO TO 8000-EDITAR-PRODUTO-EXIT.
003630     DISPLAY 'CODIGO DO PRODUTO: '.
003640     MOVE SPACES TO PRD-CODIGO.
003650     ACCEPT PRD-CODIGO.
003660     IF PRD-CODIGO = SPACES
003670         DISPLAY 'CODIGO DO PRODUTO OBRIGATORIO'
003680         GO TO 8000-EDITAR-PRODUTO-EXIT.
003690     MOVE 'N' TO WRK-SW-ACHOU.
003700     READ PRODUCT-MASTER
003710         INVALID KEY
003720             CONTINUE
003730         NOT INVALID KEY
003740             SET WRK-REGISTRO-ACHADO TO TRUE
003750             DISPLAY 'JA CADASTRADO: ' PRD-DESCRICAO
003760     END-READ.
003770     DISPLAY 'DESCRICAO: '.
003780     ACCEPT PRD-DESCRICAO.
003790     DISPLAY 'ALTURA EM CM (9999,9): '.
003800     ACCEPT PRD-ALTURA.
003810     DISPLAY 'LARGURA EM CM (9999,9): '.
003820     ACCEPT PRD-LARGURA.
003830     DISPLAY 'COMPRIMENTO EM CM (9999,9): '.
003840     ACCEPT PRD-COMPRIMENTO.
003850     DISPLAY 'PESO UNITARIO EM KG (9999,999): '.
003860     ACCEPT PRD-PESO-UNITARIO.
003870     IF PRD-ALTURA = ZEROS OR PRD-LARGURA = ZEROS
003880             OR PRD-COMPRIMENTO = ZEROS
003890             OR PRD-PESO-UNITARIO = ZEROS
003900         DISPLAY 'DIMENSOES E PESO UNITARIO SAO OBRIGATORIOS'
003910             ' - NADA GRAVADO'
003920         GO TO 8000-EDITAR-PRODUTO-EXIT.
003930     DISPLAY 'CLASSE FISCAL: '.
003940     ACCEPT PRD-CLASSE-FISCAL.
003950     DISPLAY 'ATIVO (S/N): '.
003960     ACCEPT PRD-ATIVO.
003970     IF WRK-REGISTRO-ACHADO
003980         REWRITE PRD-RECORD
003990             INVALID KEY
004000                 DISPLAY 'ERRO AO ALTERAR'
004010             NOT INVALID KEY
004020                 DISPLAY 'PRODUTO ALTERADO'
004030         END-REWRITE
004040     ELSE
004050         WRITE PRD-RECORD
004060             INVALID KEY
004070                 DISPLAY 'ERRO AO INCLUIR'
004080             NOT INVALID KEY
004090                 DISPLAY 'PRODUTO INCLUIDO'
004100         END-WRITE
004110     END-IF.
004120 8000-EDITAR-PRODUTO-EXIT.
004130     EXIT.
004140
004150 9000-LISTAR-PRODUTOS.
004160     IF WRK-PRODMAST-STATUS NOT = '00'
004170         GO TO 9000-LISTAR-PRODUTOS-EXIT.
004180     MOVE LOW-VALUES TO PRD-CODIGO.
004190     START PRODUCT-MASTER KEY NOT < PRD-CODIGO
004200         INVALID KEY
004210             SET WRK-PRODMAST-EOF TO TRUE
004220     END-START.
004230     PERFORM 9100-LISTAR-UM THRU 9100-LISTAR-UM-EXIT
004240         UNTIL WRK-PRODMAST-EOF.
004250     MOVE '00' TO WRK-PRODMAST-STATUS.
004260 9000-LISTAR-PRODUTOS-EXIT.
004270     EXIT.
004280
004290 9100-LISTAR-UM.
004300     READ PRODUCT-MASTER NEXT RECORD
004310         AT END
004320             SET WRK-PRODMAST-EOF TO TRUE
004330             GO TO 9100-LISTAR-UM-EXIT
004340     END-READ.
004350     DISPLAY PRD-CODIGO ' ' PRD-DESCRICAO ' CM ' PRD-ALTURA
004360         ' X ' PRD-LARGURA ' X ' PRD-COMPRIMENTO
004370         ' KG ' PRD-PESO-UNITARIO ' CLASSE ' PRD-CLASSE-FISCAL
004380         ' ATIVO ' PRD-ATIVO.
004390 9100-LISTAR-UM-EXIT.
004400     EXIT.
004420
004430*=========================================================
004440* DOCUMENTOS DE CONFORMIDADE DA TRANSPORTADORA: LISTA OS
004450* CADASTRADOS E INCLUI/ALTERA UM POR TIPO (A RENOVACAO
004460* SOBREPOE O ANTERIOR). RN (RNTRC) E SG (SEGURO DE CARGA)
004470* SAO OBRIGATORIOS E EXIGEM VALIDADE
004480*=========================================================
004490 9500-EDITAR-DOCUMENTO.
004500     IF WRK-CARRDOC-STATUS NOT = '00'
004510         DISPLAY 'CARRDOC INDISPONIVEL - STATUS '
004520             WRK-CARRDOC-STATUS
004530         GO TO 9500-EDITAR-DOCUMENTO-EXIT.
004540     IF WRK-CARRMAST-STATUS NOT = '00'
004550         DISPLAY 'CARRMAST INDISPONIVEL - STATUS '
004560             WRK-CARRMAST-STATUS
004570         GO TO 9500-EDITAR-DOCUMENTO-EXIT.
004580     DISPLAY 'CODIGO DA TRANSPORTADORA: '.
004590     ACCEPT CAR-CODIGO.
004600     READ CARRIER-MASTER
004610         INVALID KEY
004620             DISPLAY 'TRANSPORTADORA NAO CADASTRADA'
004630             GO TO 9500-EDITAR-DOCUMENTO-EXIT
004640     END-READ.
004650     DISPLAY 'TRANSPORTADORA: ' CAR-NOME.
004660     MOVE CAR-CODIGO TO CDC-TRANSPORTADORA.
004670     MOVE LOW-VALUES TO CDC-TIPO.
004680     START CARRIER-DOCUMENTS KEY NOT < CDC-CHAVE
004690         INVALID KEY
004700             SET WRK-CARRDOC-EOF TO TRUE
004710     END-START.
004720     PERFORM 9600-LISTAR-DOCUMENTO
004730         THRU 9600-LISTAR-DOCUMENTO-EXIT
004740         UNTIL WRK-CARRDOC-EOF.
004750     MOVE '00' TO WRK-CARRDOC-STATUS.
004760     DISPLAY 'TIPO DO DOCUMENTO (RN = RNTRC, SG = SEGURO DE '
004770         'CARGA, OUTRO CODIGO; ENTER = VOLTAR): '.
004780     MOVE CAR-CODIGO TO CDC-TRANSPORTADORA.
004790     MOVE SPACES TO CDC-TIPO.
004800     ACCEPT CDC-TIPO.
004810     IF CDC-TIPO = SPACES
004820         GO TO 9500-EDITAR-DOCUMENTO-EXIT.
004830     MOVE 'N' TO WRK-SW-ACHOU.
004840     READ CARRIER-DOCUMENTS
004850         INVALID KEY
004860             CONTINUE
004870         NOT INVALID KEY
004880             SET WRK-REGISTRO-ACHADO TO TRUE
004890             DISPLAY 'JA CADASTRADO: ' CDC-NUMERO
004900                 ' VALIDADE ' CDC-DATA-VALIDADE
004910     END-READ.
004920     DISPLAY 'NUMERO DO DOCUMENTO: '.
004930     MOVE SPACES TO CDC-NUMERO.
004940     ACCEPT CDC-NUMERO.
004950     IF CDC-NUMERO = SPACES
004960         DISPLAY 'NUMERO DO DOCUMENTO OBRIGATORIO - NADA GRAVADO'
004970         GO TO 9500-EDITAR-DOCUMENTO-EXIT.
004980     DISPLAY 'DATA DE EMISSAO (AAAAMMDD): '.
004990     ACCEPT CDC-DATA-EMISSAO.
005000     DISPLAY 'DATA DE VALIDADE (AAAAMMDD - 0 = SEM VALIDADE): '.
005010     ACCEPT CDC-DATA-VALIDADE.
005020     IF CDC-TIPO-FIXO-OBRIG
005030         MOVE 'S' TO CDC-OBRIGATORIO
005040     ELSE
005050         DISPLAY 'DOCUMENTO OBRIGATORIO (S/N): '
005060         ACCEPT CDC-OBRIGATORIO
005070     END-IF.
005080     IF CDC-OBRIGATORIO-SIM AND CDC-DATA-VALIDADE = ZEROS
005090         DISPLAY 'DOCUMENTO OBRIGATORIO EXIGE VALIDADE'
005100             ' - NADA GRAVADO'
005110         GO TO 9500-EDITAR-DOCUMENTO-EXIT.
005120     IF CDC-DATA-VALIDADE NOT = ZEROS
005130             AND CDC-DATA-VALIDADE < CDC-DATA-EMISSAO
005140         DISPLAY 'VALIDADE ANTERIOR A EMISSAO - NADA GRAVADO'
005150         GO TO 9500-EDITAR-DOCUMENTO-EXIT.
005160     IF WRK-REGISTRO-ACHADO
005170         REWRITE CDC-RECORD
005180             INVALID KEY
005190                 DISPLAY 'ERRO AO ALTERAR'
005200             NOT INVALID KEY
005210                 DISPLAY 'DOCUMENTO ALTERADO'
005220         END-REWRITE
005230     ELSE
005240         WRITE CDC-RECORD
005250             INVALID KEY
005260                 DISPLAY 'ERRO AO INCLUIR'
005270             NOT INVALID KEY
005280                 DISPLAY 'DOCUMENTO INCLUIDO'
005290         END-WRITE
005300     END-IF.
005310 9500-EDITAR-DOCUMENTO-EXIT.
005320     EXIT.
005330
005340 9600-LISTAR-DOCUMENTO.
005350     READ CARRIER-DOCUMENTS NEXT RECORD
005360         AT END
005370             SET WRK-CARRDOC-EOF TO TRUE
005380             GO TO 9600-LISTAR-DOCUMENTO-EXIT
005390     END-READ.
005400     IF CDC-TRANSPORTADORA NOT = CAR-CODIGO
005410         SET WRK-CARRDOC-EOF TO TRUE
005420         GO TO 9600-LISTAR-DOCUMENTO-EXIT.
005430     MOVE SPACES TO WRK-SITUACAO-DOC.
005440     IF CDC-DATA-VALIDADE NOT = ZEROS
005450             AND CDC-DATA-VALIDADE < WRK-HOJE
005460         MOVE 'VENCIDO' TO WRK-SITUACAO-DOC
005470     END-IF.
005480     DISPLAY '  ' CDC-TIPO ' ' CDC-NUMERO ' EMISSAO '
005490         CDC-DATA-EMISSAO ' VALIDADE ' CDC-DATA-VALIDADE
005500         ' OBRIG ' CDC-OBRIGATORIO ' ' WRK-SITUACAO-DOC.
005510 9600-LISTAR-DOCUMENTO-EXIT.
005520     EXIT.
