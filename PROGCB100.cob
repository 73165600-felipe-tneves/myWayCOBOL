000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCB100.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE PATRIMONIO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: ORDENS DE SERVICO DE MANUTENCAO DOS LOTES DO
000100*           GALPAO (PORTAS, TELHADO, PISO, CERCA) NO CONSOLE
000110*           (ARQUIVO ORDMANUT, CHAVE LOTE + NUMERO). OS
000120*           REPAROS ERAM CONTROLADOS EM PAPEL E O DANO
000130*           CAUSADO PELO LOCATARIO QUASE NUNCA ERA COBRADO:
000140*           A ORDEM E ABERTA COM O FORNECEDOR E O CUSTO
000150*           PREVISTO E FECHADA COM O CUSTO FINAL E O
000160*           RESPONSAVEL (LOCATARIO OU PROPRIETARIO). O
000170*           FATURAMENTO (PROGCOB18) COBRA NA FATURA DO LOTE
000180*           A ORDEM DO LOCATARIO E LEVA A DO PROPRIETARIO
000190*           PARA O RATEIO CAM (AREAS COMUNS) OU PARA O
000200*           CUSTO DO LOTE.
000210* OBS: LOTE 00000 = AREAS COMUNS - SEMPRE DO PROPRIETARIO.
000220*      O LOCATARIO DA ORDEM E O DO CONTRATO ATIVO DO LOTE NA
000230*      ABERTURA; LOTE VAGO NA ABERTURA NAO TEM A QUEM
000240*      COBRAR. ORDEM JA APROPRIADA PELO FATURAMENTO NAO
000250*      PODE MAIS SER CANCELADA.
000260* -----------------------------------------------------
000270* HISTORICO DE ALTERACOES
000280* 15/10/2026 FT  PROGRAMA CRIADO.
000290***********************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SPECIAL-NAMES.
000330     DECIMAL-POINT IS COMMA.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT WORK-ORDERS ASSIGN TO 'ORDMANUT'
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS OMT-CHAVE
000400         FILE STATUS IS WRK-ORDMANUT-STATUS.
000410     SELECT TENANT-MASTER ASSIGN TO 'TENANTS'
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS TEN-LOTE-ID
000450         FILE STATUS IS WRK-TENANT-STATUS.
000460     SELECT LOTS-FILE ASSIGN TO 'LOTS'
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WRK-LOTS-STATUS.
000490     SELECT OPERATOR-SESSION ASSIGN TO 'OPERSESS'
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WRK-OPERSESS-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  WORK-ORDERS.
000550     COPY ORDMANUT.
000560 FD  TENANT-MASTER.
000570     COPY TENANT.
000580 FD  LOTS-FILE.
000590     COPY LOTREC.
000600 FD  OPERATOR-SESSION.
000610     COPY OPERSESS.
000620 WORKING-STORAGE SECTION.
000630 77  WRK-ORDMANUT-STATUS PIC X(02) VALUE '00'.
000640     88  WRK-ORDMANUT-EOF    VALUE '10'.
000650 77  WRK-TENANT-STATUS   PIC X(02) VALUE '00'.
000660 77  WRK-LOTS-STATUS     PIC X(02) VALUE '00'.
000670     88  WRK-LOTS-EOF        VALUE '10'.
000680 77  WRK-OPERSESS-STATUS PIC X(02) VALUE '00'.
000690 77  WRK-USUARIO         PIC X(08) VALUE SPACES.
000700 77  WRK-OPCAO           PIC 9(01) VALUE ZEROS.
000710     88  WRK-OPCAO-SAIR      VALUE 9.
000720 77  WRK-LOTE            PIC 9(05) VALUE ZEROS.
000730 77  WRK-NUMERO          PIC 9(05) VALUE ZEROS.
000740 77  WRK-SW-ORDEM        PIC X(01) VALUE 'N'.
000750     88  WRK-ORDEM-ACHADA    VALUE 'S'.
000760 77  WRK-SW-LOTE         PIC X(01) VALUE 'N'.
000770     88  WRK-LOTE-ACHADO     VALUE 'S'.
000780 77  WRK-SW-FIM-LOTE     PIC X(01) VALUE 'N'.
000790     88  WRK-FIM-DO-LOTE     VALUE 'S'.
000800 77  WRK-CATEGORIA       PIC X(01) VALUE SPACES.
000810 77  WRK-DESCRICAO       PIC X(40) VALUE SPACES.
000820 77  WRK-FORNECEDOR      PIC X(25) VALUE SPACES.
000830 77  WRK-CUSTO           PIC 9(07)V99 VALUE ZEROS.
000840 77  WRK-RESPONSAVEL     PIC X(01) VALUE SPACES.
000850     88  WRK-RESP-LOCATARIO  VALUE 'L'.
000860     88  WRK-RESP-VALIDO     VALUE 'L' 'P'.
000870 77  WRK-LOCATARIO       PIC 9(04) VALUE ZEROS.
000880 77  WRK-CUSTO-EDT       PIC Z.ZZZ.ZZ9,99.
000890 77  WRK-TOTAL-LOTE      PIC 9(09)V99 VALUE ZEROS.
000900 77  WRK-TOTAL-EDT       PIC ZZZ.ZZZ.ZZ9,99.
000910 77  WRK-QTDE-ORDENS     PIC 9(05) COMP VALUE ZEROS.
000920 77  WRK-CONFIRMA        PIC X(01) VALUE 'N'.
000930     88  WRK-CONFIRMA-SIM    VALUE 'S'.
000940 77  WRK-DATASISTEMA     PIC 9(08) VALUE ZEROS.
000950 77  WRK-DATA-INFORMADA  PIC 9(08) VALUE ZEROS.
000960 01  WRK-DATA-DIGITADA.
000970     05  WRK-DD-ANO          PIC 9(04).
000980     05  WRK-DD-MES          PIC 9(02).
000990         88  WRK-DD-MES-VALIDO   VALUE 1 THRU 12.
001000     05  WRK-DD-DIA          PIC 9(02).
001010         88  WRK-DD-DIA-VALIDO   VALUE 1 THRU 31.
001020 01  WRK-LINHA-LISTA.
001030     05  WRK-LL-NUMERO       PIC 9(05).
001040     05  FILLER              PIC X(01) VALUE SPACES.
001050     05  WRK-LL-ABERTURA     PIC 9(08).
001060     05  FILLER              PIC X(01) VALUE SPACES.
001070     05  WRK-LL-CATEGORIA    PIC X(01).
001080     05  FILLER              PIC X(01) VALUE SPACES.
001090     05  WRK-LL-DESCRICAO    PIC X(25).
001100     05  FILLER              PIC X(01) VALUE SPACES.
001110     05  WRK-LL-CUSTO        PIC Z.ZZZ.ZZ9,99.
001120     05  FILLER              PIC X(01) VALUE SPACES.
001130     05  WRK-LL-RESPONSAVEL  PIC X(01).
001140     05  FILLER              PIC X(01) VALUE SPACES.
001150     05  WRK-LL-STATUS       PIC X(01).
001160     05  FILLER              PIC X(01) VALUE SPACES.
001170     05  WRK-LL-COMPETENCIA  PIC 9(06).
001180 PROCEDURE DIVISION.
001190
001200 0000-MAINLINE.
001210     ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
001220     PERFORM 0500-LER-SESSAO THRU 0500-LER-SESSAO-EXIT.
001230     OPEN I-O WORK-ORDERS.
001240     IF WRK-ORDMANUT-STATUS = '35'
001250         OPEN OUTPUT WORK-ORDERS
001260         CLOSE WORK-ORDERS
001270         OPEN I-O WORK-ORDERS
001280     END-IF.
001290     IF WRK-ORDMANUT-STATUS NOT = '00'
001300         DISPLAY 'ARQUIVO DE ORDENS DE MANUTENCAO INDISPONIVEL '
001310             '- STATUS ' WRK-ORDMANUT-STATUS
001320         GO TO 0000-ENCERRAR.
001330     PERFORM 1000-PROCESSAR-MENU THRU 1000-PROCESSAR-MENU-EXIT
001340         UNTIL WRK-OPCAO-SAIR.
001350     CLOSE WORK-ORDERS.
001360 0000-ENCERRAR.
001370     GOBACK.
001380
001390 0500-LER-SESSAO.
001400     OPEN INPUT OPERATOR-SESSION.
001410     IF WRK-OPERSESS-STATUS = '00'
001420         READ OPERATOR-SESSION
001430             AT END
001440                 CONTINUE
001450             NOT AT END
001460                 MOVE OSS-USUARIO TO WRK-USUARIO
001470         END-READ
001480         CLOSE OPERATOR-SESSION
001490     END-IF.
001500 0500-LER-SESSAO-EXIT.
001510     EXIT.
001520
001530 1000-PROCESSAR-MENU.
001540     DISPLAY '================================================'.
001550     DISPLAY '   ORDENS DE SERVICO DE MANUTENCAO DOS LOTES    '.
001560     DISPLAY '================================================'.
001570     DISPLAY '1 - ABRIR ORDEM DE SERVICO'.
001580     DISPLAY '2 - ALTERAR ORDEM ABERTA'.
001590     DISPLAY '3 - FECHAR ORDEM (CUSTO FINAL E RESPONSAVEL)'.
001600     DISPLAY '4 - CANCELAR ORDEM'.
001610     DISPLAY '5 - CONSULTAR ORDEM'.
001620     DISPLAY '6 - LISTAR ORDENS DO LOTE'.
001630     DISPLAY '9 - SAIR'.
001640     DISPLAY 'OPCAO: '.
001650     ACCEPT WRK-OPCAO.
001660     EVALUATE WRK-OPCAO
001670         WHEN 1
001680             PERFORM 2000-ABRIR THRU 2000-ABRIR-EXIT
001690         WHEN 2
001700             PERFORM 3000-ALTERAR THRU 3000-ALTERAR-EXIT
001710         WHEN 3
001720             PERFORM 4000-FECHAR THRU 4000-FECHAR-EXIT
001730         WHEN 4
001740             PERFORM 5000-CANCELAR THRU 5000-CANCELAR-EXIT
001750         WHEN 5
001760             PERFORM 6000-CONSULTAR THRU 6000-CONSULTAR-EXIT
001770         WHEN 6
001780             PERFORM 7000-LISTAR THRU 7000-LISTAR-EXIT
001790         WHEN 9
001800             CONTINUE
001810         WHEN OTHER
001820             DISPLAY 'OPCAO INVALIDA - REDIGITE'
001830     END-EVALUATE.
001840 1000-PROCESSAR-MENU-EXIT.
001850     EXIT.
001860
001870*=========================================================
001880* CHAVE DA ORDEM: LOTE (00000 = AREAS COMUNS) + NUMERO
001890*=========================================================
001900 1500-LER-CHAVE.
001910     MOVE 'N' TO WRK-SW-ORDEM.
001920     DISPLAY 'LOTE (00000 = AREAS COMUNS): '.
001930     MOVE ZEROS TO WRK-LOTE.
001940     ACCEPT WRK-LOTE.
001950     DISPLAY 'NUMERO DA ORDEM: '.
001960     MOVE ZEROS TO WRK-NUMERO.
001970     ACCEPT WRK-NUMERO.
001980     MOVE WRK-LOTE TO OMT-LOTE-ID.
001990     MOVE WRK-NUMERO TO OMT-NUMERO.
002000     READ WORK-ORDERS
002010         INVALID KEY
002020             DISPLAY 'ORDEM NAO ENCONTRADA'
002030         NOT INVALID KEY
002040             SET WRK-ORDEM-ACHADA TO TRUE
002050     END-READ.
002060 1500-LER-CHAVE-EXIT.
002070     EXIT.
002080
002090*=========================================================
002100* O LOTE TEM DE EXISTIR NO ARQUIVO DE LOTES (SEM O ARQUIVO
002110* A ABERTURA SEGUE COM AVISO)
002120*=========================================================
002130 1600-CONFERIR-LOTE.
002140     MOVE 'N' TO WRK-SW-LOTE.
002150     IF WRK-LOTE = ZEROS
002160         SET WRK-LOTE-ACHADO TO TRUE
002170         GO TO 1600-CONFERIR-LOTE-EXIT.
002180     OPEN INPUT LOTS-FILE.
002190     IF WRK-LOTS-STATUS NOT = '00'
002200         DISPLAY 'AVISO: ARQUIVO DE LOTES INDISPONIVEL - LOTE '
002210             'NAO CONFERIDO'
002220         SET WRK-LOTE-ACHADO TO TRUE
002230         GO TO 1600-CONFERIR-LOTE-EXIT.
002240     READ LOTS-FILE
002250         AT END SET WRK-LOTS-EOF TO TRUE
002260     END-READ.
002270     PERFORM 1610-PROCURAR-LOTE THRU 1610-PROCURAR-LOTE-EXIT
002280         UNTIL WRK-LOTS-EOF OR WRK-LOTE-ACHADO.
002290     CLOSE LOTS-FILE.
002300     MOVE '00' TO WRK-LOTS-STATUS.
002310 1600-CONFERIR-LOTE-EXIT.
002320     EXIT.
002330
002340 1610-PROCURAR-LOTE.
002350     IF LOT-ID = WRK-LOTE
002360         SET WRK-LOTE-ACHADO TO TRUE
002370         GO TO 1610-PROCURAR-LOTE-EXIT.
002380     READ LOTS-FILE
002390         AT END SET WRK-LOTS-EOF TO TRUE
002400     END-READ.
002410 1610-PROCURAR-LOTE-EXIT.
002420     EXIT.
002430
002440*=========================================================
002450* DATA DIGITADA (ENTER = HOJE) COM MES E DIA CONFERIDOS
002460*=========================================================
002470 1700-LER-DATA.
002480     MOVE ZEROS TO WRK-DATA-INFORMADA.
002490     ACCEPT WRK-DATA-INFORMADA.
002500     IF WRK-DATA-INFORMADA = ZEROS
002510         MOVE WRK-DATASISTEMA TO WRK-DATA-INFORMADA
002520     END-IF.
002530     MOVE WRK-DATA-INFORMADA TO WRK-DATA-DIGITADA.
002540     IF NOT WRK-DD-MES-VALIDO OR NOT WRK-DD-DIA-VALIDO
002550         DISPLAY 'DATA INVALIDA'
002560         MOVE ZEROS TO WRK-DATA-INFORMADA
002570     END-IF.
002580 1700-LER-DATA-EXIT.
002590     EXIT.
002600
002610*=========================================================
002620* LOCATARIO DO CONTRATO ATIVO DO LOTE (ZEROS = LOTE VAGO,
002630* AREA COMUM OU CADASTRO DE CONTRATOS INDISPONIVEL)
002640*=========================================================
002650 1800-BUSCAR-LOCATARIO.
002660     MOVE ZEROS TO WRK-LOCATARIO.
002670     IF WRK-LOTE = ZEROS
002680         GO TO 1800-BUSCAR-LOCATARIO-EXIT.
002690     OPEN INPUT TENANT-MASTER.
002700     IF WRK-TENANT-STATUS NOT = '00'
002710         DISPLAY 'AVISO: CADASTRO DE CONTRATOS INDISPONIVEL - '
002720             'ORDEM SEM LOCATARIO'
002730         GO TO 1800-BUSCAR-LOCATARIO-EXIT.
002740     MOVE WRK-LOTE TO TEN-LOTE-ID.
002750     READ TENANT-MASTER
002760         INVALID KEY
002770             DISPLAY 'LOTE SEM CONTRATO - ORDEM SEM LOCATARIO'
002780         NOT INVALID KEY
002790             IF TEN-ATIVO
002800                 MOVE TEN-CODIGO TO WRK-LOCATARIO
002810                 DISPLAY 'LOCATARIO: ' TEN-CODIGO ' ' TEN-NOME
002820             ELSE
002830                 DISPLAY 'CONTRATO ENCERRADO - ORDEM SEM '
002840                     'LOCATARIO'
002850             END-IF
002860     END-READ.
002870     CLOSE TENANT-MASTER.
002880 1800-BUSCAR-LOCATARIO-EXIT.
002890     EXIT.
002900
002910*=========================================================
002920* PROXIMO NUMERO DE ORDEM DO LOTE: MAIOR NUMERO JA GRAVADO
002930* PARA O LOTE MAIS UM
002940*=========================================================
002950 1900-PROXIMO-NUMERO.
002960     MOVE ZEROS TO WRK-NUMERO.
002970     MOVE 'N' TO WRK-SW-FIM-LOTE.
002980     MOVE WRK-LOTE TO OMT-LOTE-ID.
002990     MOVE ZEROS TO OMT-NUMERO.
003000     START WORK-ORDERS KEY NOT < OMT-CHAVE
003010         INVALID KEY
003020             SET WRK-FIM-DO-LOTE TO TRUE
003030     END-START.
003040     PERFORM 1910-VARRER-LOTE THRU 1910-VARRER-LOTE-EXIT
003050         UNTIL WRK-FIM-DO-LOTE.
003060     ADD 1 TO WRK-NUMERO.
003070 1900-PROXIMO-NUMERO-EXIT.
003080     EXIT.
003090
003100 1910-VARRER-LOTE.
003110     READ WORK-ORDERS NEXT RECORD
003120         AT END
003130             SET WRK-FIM-DO-LOTE TO TRUE
003140             GO TO 1910-VARRER-LOTE-EXIT
003150     END-READ.
003160     IF OMT-LOTE-ID NOT = WRK-LOTE
003170         SET WRK-FIM-DO-LOTE TO TRUE
003180         GO TO 1910-VARRER-LOTE-EXIT.
003190     MOVE OMT-NUMERO TO WRK-NUMERO.
003200 1910-VARRER-LOTE-EXIT.
003210     EXIT.
003220
003230 2000-ABRIR.
003240     DISPLAY 'LOTE (00000 = AREAS COMUNS): '.
003250     MOVE ZEROS TO WRK-LOTE.
003260     ACCEPT WRK-LOTE.
003270     PERFORM 1600-CONFERIR-LOTE THRU 1600-CONFERIR-LOTE-EXIT.
003280     IF NOT WRK-LOTE-ACHADO
003290         DISPLAY 'LOTE NAO ENCONTRADO NO ARQUIVO DE LOTES'
003300         GO TO 2000-ABRIR-EXIT.
003310     DISPLAY 'CATEGORIA (P = PORTA, T = TELHADO, S = PISO, '
003320         'C = CERCA, O = OUTROS): '.
003330     MOVE SPACES TO WRK-CATEGORIA.
003340     ACCEPT WRK-CATEGORIA.
003350     MOVE WRK-CATEGORIA TO OMT-CATEGORIA.
003360     IF NOT OMT-CATEGORIA-VALIDA
003370         DISPLAY 'CATEGORIA INVALIDA'
003380         GO TO 2000-ABRIR-EXIT.
003390     DISPLAY 'DESCRICAO DO SERVICO: '.
003400     MOVE SPACES TO WRK-DESCRICAO.
003410     ACCEPT WRK-DESCRICAO.
003420     IF WRK-DESCRICAO = SPACES
003430         DISPLAY 'DESCRICAO OBRIGATORIA'
003440         GO TO 2000-ABRIR-EXIT.
003450     DISPLAY 'FORNECEDOR: '.
003460     MOVE SPACES TO WRK-FORNECEDOR.
003470     ACCEPT WRK-FORNECEDOR.
003480     DISPLAY 'CUSTO PREVISTO: '.
003490     MOVE ZEROS TO WRK-CUSTO.
003500     ACCEPT WRK-CUSTO.
003510     DISPLAY 'DATA DE ABERTURA (AAAAMMDD - ENTER = HOJE): '.
003520     PERFORM 1700-LER-DATA THRU 1700-LER-DATA-EXIT.
003530     IF WRK-DATA-INFORMADA = ZEROS
003540         GO TO 2000-ABRIR-EXIT.
003550     PERFORM 1800-BUSCAR-LOCATARIO
003560         THRU 1800-BUSCAR-LOCATARIO-EXIT.
003570     PERFORM 1900-PROXIMO-NUMERO THRU 1900-PROXIMO-NUMERO-EXIT.
003580     MOVE WRK-LOTE TO OMT-LOTE-ID.
003590     MOVE WRK-NUMERO TO OMT-NUMERO.
003600     MOVE WRK-DATA-INFORMADA TO OMT-DATA-ABERTURA.
003610     MOVE WRK-CATEGORIA TO OMT-CATEGORIA.
003620     MOVE WRK-DESCRICAO TO OMT-DESCRICAO.
003630     MOVE WRK-FORNECEDOR TO OMT-FORNECEDOR.
003640     MOVE WRK-CUSTO TO OMT-CUSTO.
003650     MOVE SPACES TO OMT-RESPONSAVEL.
003660     MOVE WRK-LOCATARIO TO OMT-LOCATARIO.
003670     SET OMT-ABERTA TO TRUE.
003680     MOVE ZEROS TO OMT-DATA-FECHAMENTO.
003690     MOVE WRK-USUARIO TO OMT-USUARIO.
003700     MOVE ZEROS TO OMT-COMPETENCIA OMT-FATURA.
003710     WRITE OMT-RECORD
003720         INVALID KEY
003730             DISPLAY 'ERRO AO GRAVAR A ORDEM'
003740         NOT INVALID KEY
003750             DISPLAY 'ORDEM ABERTA: ' OMT-LOTE-ID '/'
003760                 OMT-NUMERO
003770     END-WRITE.
003780 2000-ABRIR-EXIT.
003790     EXIT.
003800
003810*=========================================================
003820* ALTERACAO DA ORDEM ABERTA: CAMPO EM BRANCO (OU CUSTO
003830* ZERO) MANTEM O VALOR ATUAL
003840*=========================================================
003850 3000-ALTERAR.
003860     PERFORM 1500-LER-CHAVE THRU 1500-LER-CHAVE-EXIT.
003870     IF NOT WRK-ORDEM-ACHADA
003880         GO TO 3000-ALTERAR-EXIT.
003890     IF NOT OMT-ABERTA
003900         DISPLAY 'ORDEM NAO ESTA ABERTA - SITUACAO ' OMT-STATUS
003910         GO TO 3000-ALTERAR-EXIT.
003920     DISPLAY 'DESCRICAO ATUAL: ' OMT-DESCRICAO.
003930     DISPLAY 'NOVA DESCRICAO (ENTER = MANTEM): '.
003940     MOVE SPACES TO WRK-DESCRICAO.
003950     ACCEPT WRK-DESCRICAO.
003960     DISPLAY 'FORNECEDOR ATUAL: ' OMT-FORNECEDOR.
003970     DISPLAY 'NOVO FORNECEDOR (ENTER = MANTEM): '.
003980     MOVE SPACES TO WRK-FORNECEDOR.
003990     ACCEPT WRK-FORNECEDOR.
004000     MOVE OMT-CUSTO TO WRK-CUSTO-EDT.
004010     DISPLAY 'CUSTO PREVISTO ATUAL: ' WRK-CUSTO-EDT.
004020     DISPLAY 'NOVO CUSTO PREVISTO (ZERO = MANTEM): '.
004030     MOVE ZEROS TO WRK-CUSTO.
004040     ACCEPT WRK-CUSTO.
004050     IF WRK-DESCRICAO NOT = SPACES
004060         MOVE WRK-DESCRICAO TO OMT-DESCRICAO
004070     END-IF.
004080     IF WRK-FORNECEDOR NOT = SPACES
004090         MOVE WRK-FORNECEDOR TO OMT-FORNECEDOR
004100     END-IF.
004110     IF WRK-CUSTO NOT = ZEROS
004120         MOVE WRK-CUSTO TO OMT-CUSTO
004130     END-IF.
004140     MOVE WRK-USUARIO TO OMT-USUARIO.
004150     REWRITE OMT-RECORD
004160         INVALID KEY
004170             DISPLAY 'ERRO AO REGRAVAR A ORDEM'
004180         NOT INVALID KEY
004190             DISPLAY 'ORDEM ALTERADA'
004200     END-REWRITE.
004210 3000-ALTERAR-EXIT.
004220     EXIT.
004230
004240*=========================================================
004250* FECHAMENTO: CUSTO FINAL E RESPONSAVEL. AREA COMUM E LOTE
004260* SEM LOCATARIO NA ABERTURA FICAM COM O PROPRIETARIO. A
004270* ORDEM FECHADA ENTRA NO PROXIMO FATURAMENTO.
004280*=========================================================
004290 4000-FECHAR.
004300     PERFORM 1500-LER-CHAVE THRU 1500-LER-CHAVE-EXIT.
004310     IF NOT WRK-ORDEM-ACHADA
004320         GO TO 4000-FECHAR-EXIT.
004330     IF NOT OMT-ABERTA
004340         DISPLAY 'ORDEM NAO ESTA ABERTA - SITUACAO ' OMT-STATUS
004350         GO TO 4000-FECHAR-EXIT.
004360     MOVE OMT-CUSTO TO WRK-CUSTO-EDT.
004370     DISPLAY 'CUSTO PREVISTO: ' WRK-CUSTO-EDT.
004380     DISPLAY 'CUSTO FINAL (ZERO = O PREVISTO): '.
004390     MOVE ZEROS TO WRK-CUSTO.
004400     ACCEPT WRK-CUSTO.
004410     IF WRK-CUSTO = ZEROS
004420         MOVE OMT-CUSTO TO WRK-CUSTO
004430     END-IF.
004440     IF WRK-CUSTO = ZEROS
004450         DISPLAY 'ORDEM SEM CUSTO - CANCELE EM VEZ DE FECHAR'
004460         GO TO 4000-FECHAR-EXIT.
004470     IF OMT-AREA-COMUM OR OMT-LOCATARIO = ZEROS
004480         DISPLAY 'RESPONSAVEL: PROPRIETARIO (AREA COMUM OU '
004490             'LOTE SEM LOCATARIO NA ABERTURA)'
004500         MOVE 'P' TO WRK-RESPONSAVEL
004510     ELSE
004520         DISPLAY 'LOCATARIO DA ORDEM: ' OMT-LOCATARIO
004530         DISPLAY 'RESPONSAVEL (L = LOCATARIO, P = '
004540             'PROPRIETARIO): '
004550         MOVE SPACES TO WRK-RESPONSAVEL
004560         ACCEPT WRK-RESPONSAVEL
004570     END-IF.
004580     IF NOT WRK-RESP-VALIDO
004590         DISPLAY 'RESPONSAVEL INVALIDO'
004600         GO TO 4000-FECHAR-EXIT.
004610     DISPLAY 'DATA DO FECHAMENTO (AAAAMMDD - ENTER = HOJE): '.
004620     PERFORM 1700-LER-DATA THRU 1700-LER-DATA-EXIT.
004630     IF WRK-DATA-INFORMADA = ZEROS
004640         GO TO 4000-FECHAR-EXIT.
004650     IF WRK-DATA-INFORMADA < OMT-DATA-ABERTURA
004660         DISPLAY 'FECHAMENTO ANTERIOR A ABERTURA DA ORDEM'
004670         GO TO 4000-FECHAR-EXIT.
004680     MOVE WRK-CUSTO TO WRK-CUSTO-EDT.
004690     IF WRK-RESP-LOCATARIO
004700         DISPLAY 'VALOR A COBRAR DO LOCATARIO NA PROXIMA '
004710             'FATURA: ' WRK-CUSTO-EDT
004720     ELSE
004730         DISPLAY 'CUSTO DO PROPRIETARIO: ' WRK-CUSTO-EDT
004740     END-IF.
004750     DISPLAY 'CONFIRMA O FECHAMENTO (S/N)? '.
004760     MOVE 'N' TO WRK-CONFIRMA.
004770     ACCEPT WRK-CONFIRMA.
004780     IF NOT WRK-CONFIRMA-SIM
004790         DISPLAY 'NADA ALTERADO'
004800         GO TO 4000-FECHAR-EXIT.
004810     MOVE WRK-CUSTO TO OMT-CUSTO.
004820     MOVE WRK-RESPONSAVEL TO OMT-RESPONSAVEL.
004830     MOVE WRK-DATA-INFORMADA TO OMT-DATA-FECHAMENTO.
004840     SET OMT-FECHADA TO TRUE.
004850     MOVE WRK-USUARIO TO OMT-USUARIO.
004860     REWRITE OMT-RECORD
004870         INVALID KEY
004880             DISPLAY 'ERRO AO REGRAVAR A ORDEM'
004890         NOT INVALID KEY
004900             DISPLAY 'ORDEM FECHADA'
004910     END-REWRITE.
004920 4000-FECHAR-EXIT.
004930     EXIT.
004940
004950*=========================================================
004960* CANCELAMENTO: ORDEM ABERTA, OU FECHADA AINDA NAO
004970* APROPRIADA PELO FATURAMENTO (COMPETENCIA ZERO)
004980*=========================================================
004990 5000-CANCELAR.
005000     PERFORM 1500-LER-CHAVE THRU 1500-LER-CHAVE-EXIT.
005010     IF NOT WRK-ORDEM-ACHADA
005020         GO TO 5000-CANCELAR-EXIT.
005030     IF OMT-CANCELADA
005040         DISPLAY 'ORDEM JA CANCELADA'
005050         GO TO 5000-CANCELAR-EXIT.
005060     IF OMT-COMPETENCIA NOT = ZEROS
005070         DISPLAY 'ORDEM JA APROPRIADA NA COMPETENCIA '
005080             OMT-COMPETENCIA ' - NAO PODE SER CANCELADA'
005090         GO TO 5000-CANCELAR-EXIT.
005100     DISPLAY 'ORDEM ' OMT-LOTE-ID '/' OMT-NUMERO ' - '
005110         OMT-DESCRICAO.
005120     DISPLAY 'CONFIRMA O CANCELAMENTO (S/N)? '.
005130     MOVE 'N' TO WRK-CONFIRMA.
005140     ACCEPT WRK-CONFIRMA.
005150     IF NOT WRK-CONFIRMA-SIM
005160         DISPLAY 'NADA ALTERADO'
005170         GO TO 5000-CANCELAR-EXIT.
005180     SET OMT-CANCELADA TO TRUE.
005190     MOVE WRK-USUARIO TO OMT-USUARIO.
005200     REWRITE OMT-RECORD
005210         INVALID KEY
005220             DISPLAY 'ERRO AO REGRAVAR A ORDEM'
005230         NOT INVALID KEY
005240             DISPLAY 'ORDEM CANCELADA'
005250     END-REWRITE.
005260 5000-CANCELAR-EXIT.
005270     EXIT.
005280
005290 6000-CONSULTAR.
005300     PERFORM 1500-LER-CHAVE THRU 1500-LER-CHAVE-EXIT.
005310     IF NOT WRK-ORDEM-ACHADA
005320         GO TO 6000-CONSULTAR-EXIT.
005330     DISPLAY '=========================================='.
005340     DISPLAY 'LOTE/ORDEM........ ' OMT-LOTE-ID '/' OMT-NUMERO.
005350     DISPLAY 'ABERTA EM......... ' OMT-DATA-ABERTURA.
005360     DISPLAY 'CATEGORIA......... ' OMT-CATEGORIA.
005370     DISPLAY 'DESCRICAO......... ' OMT-DESCRICAO.
005380     DISPLAY 'FORNECEDOR........ ' OMT-FORNECEDOR.
005390     MOVE OMT-CUSTO TO WRK-CUSTO-EDT.
005400     DISPLAY 'CUSTO............. ' WRK-CUSTO-EDT.
005410     DISPLAY 'LOCATARIO......... ' OMT-LOCATARIO.
005420     DISPLAY 'RESPONSAVEL....... ' OMT-RESPONSAVEL.
005430     DISPLAY 'SITUACAO.......... ' OMT-STATUS.
005440     DISPLAY 'FECHADA EM........ ' OMT-DATA-FECHAMENTO.
005450     DISPLAY 'COMPETENCIA....... ' OMT-COMPETENCIA.
005460     DISPLAY 'FATURA............ ' OMT-FATURA.
005470     DISPLAY 'ULTIMO USUARIO.... ' OMT-USUARIO.
005480     DISPLAY '=========================================='.
005490 6000-CONSULTAR-EXIT.
005500     EXIT.
005510
005520*=========================================================
005530* LISTA AS ORDENS DO LOTE COM O TOTAL DAS FECHADAS
005540*=========================================================
005550 7000-LISTAR.
005560     DISPLAY 'LOTE (00000 = AREAS COMUNS): '.
005570     MOVE ZEROS TO WRK-LOTE.
005580     ACCEPT WRK-LOTE.
005590     MOVE ZEROS TO WRK-TOTAL-LOTE WRK-QTDE-ORDENS.
005600     MOVE 'N' TO WRK-SW-FIM-LOTE.
005610     MOVE WRK-LOTE TO OMT-LOTE-ID.
005620     MOVE ZEROS TO OMT-NUMERO.
005630     START WORK-ORDERS KEY NOT < OMT-CHAVE
005640         INVALID KEY
005650             SET WRK-FIM-DO-LOTE TO TRUE
005660     END-START.
005670     DISPLAY 'ORDEM ABERTURA C DESCRICAO                 '
005680         '       CUSTO R S COMPET'.
005690     PERFORM 7100-LISTAR-ORDEM THRU 7100-LISTAR-ORDEM-EXIT
005700         UNTIL WRK-FIM-DO-LOTE.
005710     MOVE WRK-TOTAL-LOTE TO WRK-TOTAL-EDT.
005720     DISPLAY 'ORDENS: ' WRK-QTDE-ORDENS
005730         ' - TOTAL FECHADO: ' WRK-TOTAL-EDT.
005740 7000-LISTAR-EXIT.
005750     EXIT.
005760
005770 7100-LISTAR-ORDEM.
005780     READ WORK-ORDERS NEXT RECORD
005790         AT END
005800             SET WRK-FIM-DO-LOTE TO TRUE
005810             GO TO 7100-LISTAR-ORDEM-EXIT
005820     END-READ.
005830     IF OMT-LOTE-ID NOT = WRK-LOTE
005840         SET WRK-FIM-DO-LOTE TO TRUE
005850         GO TO 7100-LISTAR-ORDEM-EXIT.
005860     ADD 1 TO WRK-QTDE-ORDENS.
005870     IF OMT-FECHADA
005880         ADD OMT-CUSTO TO WRK-TOTAL-LOTE
005890     END-IF.
005900     MOVE OMT-NUMERO TO WRK-LL-NUMERO.
005910     MOVE OMT-DATA-ABERTURA TO WRK-LL-ABERTURA.
005920     MOVE OMT-CATEGORIA TO WRK-LL-CATEGORIA.
005930     MOVE OMT-DESCRICAO TO WRK-LL-DESCRICAO.
005940     MOVE OMT-CUSTO TO WRK-LL-CUSTO.
005950     MOVE OMT-RESPONSAVEL TO WRK-LL-RESPONSAVEL.
005960     MOVE OMT-STATUS TO WRK-LL-STATUS.
005970     MOVE OMT-COMPETENCIA TO WRK-LL-COMPETENCIA.
005980     DISPLAY WRK-LINHA-LISTA.
005990 7100-LISTAR-ORDEM-EXIT.
006000     EXIT.
