000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCOB99.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE PATRIMONIO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: RENOVACAO DE CONTRATOS E LISTA DE ESPERA DOS
000100*           LOTES DO GALPAO NO CONSOLE - CONTRATO VENCIA SEM
000110*           NINGUEM PERCEBER, O FATURAMENTO (PROGCOB18)
000120*           PARAVA DE COBRAR E O LOTE APARECIA VAGO COM O
000130*           LOCATARIO AINDA DENTRO. AQUI SE REGISTRA A
000140*           PROPOSTA DE RENOVACAO DO CONTRATO VIGENTE DO
000150*           LOTE (TAXA POR M2 NEGOCIADA E NOVA DATA DE FIM,
000160*           ARQUIVO RENOVCTR), QUE PODE SER REVISTA
000170*           ENQUANTO ESTIVER EM NEGOCIACAO, E A APROVACAO DO
000180*           SUPERVISOR (NIVEL 3 DA SESSAO OPERSESS, OUTRO
000190*           USUARIO QUE NAO O PROPONENTE) PRORROGA O
000200*           CONTRATO NO TENANT-MASTER. A LISTA DE ESPERA
000210*           (ARQUIVO LISTESP) GUARDA OS INTERESSADOS COM A
000220*           FAIXA DE AREA PROCURADA, PARA QUE O LOTE QUE VAI
000230*           VAGAR (RELATORIO MENSAL DE VENCIMENTOS PROGCOB98)
000240*           SEJA OFERECIDO ANTES DE FICAR VAZIO.
000250* OBS: NA APROVACAO A TAXA NEGOCIADA (SE DIFERENTE DE
000260*      ZEROS) VAI PARA TEN-VALOR-M2 COM VIGENCIA NA DATA DA
000270*      APROVACAO - O REAJUSTE ANUAL POR INDICE (PROGCOB68)
000280*      NAO REAJUSTA DE NOVO NO MESMO ANO.
000290* -----------------------------------------------------
000300* HISTORICO DE ALTERACOES
000310* 15/10/2026 FT  PROGRAMA CRIADO.
000320***********************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SPECIAL-NAMES.
000360     DECIMAL-POINT IS COMMA.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CONTRACT-RENEWAL ASSIGN TO 'RENOVCTR'
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS RNV-CHAVE
000430         FILE STATUS IS WRK-RENOVCTR-STATUS.
000440     SELECT WAITING-LIST ASSIGN TO 'LISTESP'
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS LES-NUMERO
000480         FILE STATUS IS WRK-LISTESP-STATUS.
000490     SELECT TENANT-MASTER ASSIGN TO 'TENANTS'
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS TEN-LOTE-ID
000530         FILE STATUS IS WRK-TENANT-STATUS.
000540     SELECT OPERATOR-SESSION ASSIGN TO 'OPERSESS'
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WRK-OPERSESS-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  CONTRACT-RENEWAL.
000600     COPY RENOVCTR.
000610 FD  WAITING-LIST.
000620     COPY LISTESP.
000630 FD  TENANT-MASTER.
000640     COPY TENANT.
000650 FD  OPERATOR-SESSION.
000660     COPY OPERSESS.
000670 WORKING-STORAGE SECTION.
000680 77  WRK-RENOVCTR-STATUS PIC X(02) VALUE '00'.
000690 77  WRK-LISTESP-STATUS  PIC X(02) VALUE '00'.
000700     88  WRK-LISTESP-EOF     VALUE '10'.
000710 77  WRK-TENANT-STATUS   PIC X(02) VALUE '00'.
000720 77  WRK-OPERSESS-STATUS PIC X(02) VALUE '00'.
000730 77  WRK-USUARIO         PIC X(08) VALUE SPACES.
000740 77  WRK-NIVEL           PIC 9(01) VALUE ZEROS.
000750 77  WRK-OPCAO           PIC 9(01) VALUE ZEROS.
000760     88  WRK-OPCAO-SAIR      VALUE 9.
000770 77  WRK-LOTE            PIC 9(05) VALUE ZEROS.
000780 77  WRK-NUMERO          PIC 9(05) VALUE ZEROS.
000790 77  WRK-ULTIMO-NUMERO   PIC 9(05) VALUE ZEROS.
000800 77  WRK-SW-RENOVACAO    PIC X(01) VALUE 'N'.
000810     88  WRK-RENOVACAO-ACHADA VALUE 'S'.
000820 77  WRK-SW-CONTRATO     PIC X(01) VALUE 'N'.
000830     88  WRK-CONTRATO-ACHADO VALUE 'S'.
000840 77  WRK-VALOR-NOVO      PIC 9(04)V99 VALUE ZEROS.
000850 77  WRK-FIM-NOVO        PIC 9(08) VALUE ZEROS.
000860 77  WRK-AREA            PIC 9(06)V99 VALUE ZEROS.
000870 77  WRK-QTDE-LISTADOS   PIC 9(05) COMP VALUE ZEROS.
000880 77  WRK-TAXA-EDT        PIC Z.ZZ9,99.
000890 77  WRK-AREA-EDT        PIC ZZZ.ZZ9,99.
000900 77  WRK-AREA-EDT2       PIC ZZZ.ZZ9,99.
000910 77  WRK-BAIXA           PIC X(01) VALUE SPACES.
000920     88  WRK-BAIXA-VALIDA    VALUE 'F' 'D'.
000930 77  WRK-CONFIRMA        PIC X(01) VALUE 'N'.
000940     88  WRK-CONFIRMA-SIM    VALUE 'S'.
000950 77  WRK-DATASISTEMA     PIC 9(08) VALUE ZEROS.
000960 01  WRK-DATA-DIGITADA.
000970     05  WRK-DD-ANO          PIC 9(04).
000980     05  WRK-DD-MES          PIC 9(02).
000990         88  WRK-DD-MES-VALIDO   VALUE 1 THRU 12.
001000     05  WRK-DD-DIA          PIC 9(02).
001010         88  WRK-DD-DIA-VALIDO   VALUE 1 THRU 31.
001020 PROCEDURE DIVISION.
001030
001040 0000-MAINLINE.
001050     ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
001060     PERFORM 0500-LER-SESSAO THRU 0500-LER-SESSAO-EXIT.
001070     OPEN I-O CONTRACT-RENEWAL.
001080     IF WRK-RENOVCTR-STATUS = '35'
001090         OPEN OUTPUT CONTRACT-RENEWAL
001100         CLOSE CONTRACT-RENEWAL
001110         OPEN I-O CONTRACT-RENEWAL
001120     END-IF.
001130     IF WRK-RENOVCTR-STATUS NOT = '00'
001140         DISPLAY 'ARQUIVO DE RENOVACOES INDISPONIVEL - STATUS '
001150             WRK-RENOVCTR-STATUS
001160         GO TO 0000-ENCERRAR.
001170     OPEN I-O WAITING-LIST.
001180     IF WRK-LISTESP-STATUS = '35'
001190         OPEN OUTPUT WAITING-LIST
001200         CLOSE WAITING-LIST
001210         OPEN I-O WAITING-LIST
001220     END-IF.
001230     IF WRK-LISTESP-STATUS NOT = '00'
001240         DISPLAY 'LISTA DE ESPERA INDISPONIVEL - STATUS '
001250             WRK-LISTESP-STATUS
001260         CLOSE CONTRACT-RENEWAL
001270         GO TO 0000-ENCERRAR.
001280     OPEN I-O TENANT-MASTER.
001290     IF WRK-TENANT-STATUS NOT = '00'
001300         DISPLAY 'TENANT-MASTER INDISPONIVEL - STATUS '
001310             WRK-TENANT-STATUS
001320         CLOSE CONTRACT-RENEWAL
001330         CLOSE WAITING-LIST
001340         GO TO 0000-ENCERRAR.
001350     PERFORM 1000-PROCESSAR-MENU THRU 1000-PROCESSAR-MENU-EXIT
001360         UNTIL WRK-OPCAO-SAIR.
001370     CLOSE CONTRACT-RENEWAL.
001380     CLOSE WAITING-LIST.
001390     CLOSE TENANT-MASTER.
001400 0000-ENCERRAR.
001410     GOBACK.
001420
001430 0500-LER-SESSAO.
001440     OPEN INPUT OPERATOR-SESSION.
001450     IF WRK-OPERSESS-STATUS = '00'
001460         READ OPERATOR-SESSION
001470             AT END
001480                 CONTINUE
001490             NOT AT END
001500                 MOVE OSS-USUARIO TO WRK-USUARIO
001510                 MOVE OSS-NIVEL TO WRK-NIVEL
001520         END-READ
001530         CLOSE OPERATOR-SESSION
001540     ELSE
001550         DISPLAY 'SEM SESSAO DE OPERADOR - ACESSO TOTAL '
001560             '(PARTIDA A FRIO)'
001570         MOVE 3 TO WRK-NIVEL
001580     END-IF.
001590 0500-LER-SESSAO-EXIT.
001600     EXIT.
001610
001620 1000-PROCESSAR-MENU.
001630     DISPLAY '================================================'.
001640     DISPLAY '    RENOVACAO DE CONTRATOS / LISTA DE ESPERA    '.
001650     DISPLAY '================================================'.
001660     DISPLAY '1 - REGISTRAR/REVER PROPOSTA DE RENOVACAO'.
001670     DISPLAY '2 - APROVAR RENOVACAO (SUPERVISOR)'.
001680     DISPLAY '3 - RECUSAR PROPOSTA DE RENOVACAO'.
001690     DISPLAY '4 - CONSULTAR CONTRATO E RENOVACAO'.
001700     DISPLAY '5 - INCLUIR INTERESSADO NA LISTA DE ESPERA'.
001710     DISPLAY '6 - CONSULTAR LISTA DE ESPERA POR AREA'.
001720     DISPLAY '7 - OFERECER LOTE A INTERESSADO'.
001730     DISPLAY '8 - BAIXAR INTERESSADO (FECHOU/DESISTIU)'.
001740     DISPLAY '9 - SAIR'.
001750     DISPLAY 'OPCAO: '.
001760     ACCEPT WRK-OPCAO.
001770     EVALUATE WRK-OPCAO
001780         WHEN 1
001790             PERFORM 2000-REGISTRAR-PROPOSTA
001800                 THRU 2000-REGISTRAR-PROPOSTA-EXIT
001810         WHEN 2
001820             PERFORM 3000-APROVAR THRU 3000-APROVAR-EXIT
001830         WHEN 3
001840             PERFORM 4000-RECUSAR THRU 4000-RECUSAR-EXIT
001850         WHEN 4
001860             PERFORM 5000-CONSULTAR THRU 5000-CONSULTAR-EXIT
001870         WHEN 5
001880             PERFORM 6000-INCLUIR-INTERESSADO
001890                 THRU 6000-INCLUIR-INTERESSADO-EXIT
001900         WHEN 6
001910             PERFORM 6500-LISTAR-POR-AREA
001920                 THRU 6500-LISTAR-POR-AREA-EXIT
001930         WHEN 7
001940             PERFORM 7000-OFERECER-LOTE
001950                 THRU 7000-OFERECER-LOTE-EXIT
001960         WHEN 8
001970             PERFORM 8000-BAIXAR-INTERESSADO
001980                 THRU 8000-BAIXAR-INTERESSADO-EXIT
001990         WHEN 9
002000             CONTINUE
002010         WHEN OTHER
002020             DISPLAY 'OPCAO INVALIDA - REDIGITE'
002030     END-EVALUATE.
002040 1000-PROCESSAR-MENU-EXIT.
002050     EXIT.
002060
002070*=========================================================
002080* LE O CONTRATO DO LOTE E A RENOVACAO DO CONTRATO VIGENTE
002090* (CHAVE = LOTE + DATA DE FIM ATUAL DO CONTRATO)
002100*=========================================================
002110 1500-LER-LOTE.
002120     DISPLAY 'LOTE: '.
002130     ACCEPT WRK-LOTE.
002140     MOVE 'N' TO WRK-SW-CONTRATO.
002150     MOVE 'N' TO WRK-SW-RENOVACAO.
002160     MOVE WRK-LOTE TO TEN-LOTE-ID.
002170     READ TENANT-MASTER
002180         INVALID KEY
002190             GO TO 1500-LER-LOTE-EXIT
002200     END-READ.
002210     SET WRK-CONTRATO-ACHADO TO TRUE.
002220     MOVE WRK-LOTE TO RNV-LOTE-ID.
002230     MOVE TEN-DATA-FIM TO RNV-FIM-ATUAL.
002240     READ CONTRACT-RENEWAL
002250         INVALID KEY
002260             CONTINUE
002270         NOT INVALID KEY
002280             SET WRK-RENOVACAO-ACHADA TO TRUE
002290     END-READ.
002300 1500-LER-LOTE-EXIT.
002310     EXIT.
002320
002330*=========================================================
002340* PROPOSTA DE RENOVACAO: SO CONTRATO ATIVO COM DATA DE FIM.
002350* PROPOSTA AINDA EM NEGOCIACAO PODE SER REVISTA; RECUSADA
002360* PODE SER REABERTA COM NOVA PROPOSTA; APROVADA NAO.
002370*=========================================================
002380 2000-REGISTRAR-PROPOSTA.
002390     PERFORM 1500-LER-LOTE THRU 1500-LER-LOTE-EXIT.
002400     IF NOT WRK-CONTRATO-ACHADO
002410         DISPLAY 'CONTRATO DO LOTE NAO ENCONTRADO'
002420         GO TO 2000-REGISTRAR-PROPOSTA-EXIT.
002430     IF NOT TEN-ATIVO
002440         DISPLAY 'CONTRATO NAO ESTA ATIVO - SITUACAO '
002450             TEN-STATUS
002460         GO TO 2000-REGISTRAR-PROPOSTA-EXIT.
002470     IF TEN-DATA-FIM = ZEROS
002480         DISPLAY 'CONTRATO POR PRAZO INDETERMINADO - NADA '
002490             'A RENOVAR'
002500         GO TO 2000-REGISTRAR-PROPOSTA-EXIT.
002510     IF WRK-RENOVACAO-ACHADA AND RNV-APROVADA
002520         DISPLAY 'RENOVACAO JA APROVADA PARA ESTE CONTRATO'
002530         GO TO 2000-REGISTRAR-PROPOSTA-EXIT.
002540     MOVE TEN-VALOR-M2 TO WRK-TAXA-EDT.
002550     DISPLAY 'LOCATARIO......... ' TEN-CODIGO ' ' TEN-NOME.
002560     DISPLAY 'FIM ATUAL......... ' TEN-DATA-FIM.
002570     DISPLAY 'TAXA ATUAL POR M2. ' WRK-TAXA-EDT.
002580     IF WRK-RENOVACAO-ACHADA AND RNV-PROPOSTA
002590         MOVE RNV-VALOR-NOVO TO WRK-TAXA-EDT
002600         DISPLAY 'PROPOSTA EM NEGOCIACAO: TAXA ' WRK-TAXA-EDT
002610             ' FIM ' RNV-FIM-NOVO
002620     END-IF.
002630     DISPLAY 'NOVA TAXA POR M2 (ZEROS = MANTEM A ATUAL): '.
002640     MOVE ZEROS TO WRK-VALOR-NOVO.
002650     ACCEPT WRK-VALOR-NOVO.
002660     DISPLAY 'NOVA DATA DE FIM (AAAAMMDD): '.
002670     MOVE ZEROS TO WRK-FIM-NOVO.
002680     ACCEPT WRK-FIM-NOVO.
002690     MOVE WRK-FIM-NOVO TO WRK-DATA-DIGITADA.
002700     IF NOT WRK-DD-MES-VALIDO OR NOT WRK-DD-DIA-VALIDO
002710         DISPLAY 'DATA INVALIDA - NADA GRAVADO'
002720         GO TO 2000-REGISTRAR-PROPOSTA-EXIT.
002730     IF WRK-FIM-NOVO NOT > TEN-DATA-FIM
002740         DISPLAY 'NOVA DATA DE FIM DEVE SER POSTERIOR AO FIM '
002750             'ATUAL - NADA GRAVADO'
002760         GO TO 2000-REGISTRAR-PROPOSTA-EXIT.
002770     IF NOT WRK-RENOVACAO-ACHADA
002780         MOVE WRK-LOTE TO RNV-LOTE-ID
002790         MOVE TEN-DATA-FIM TO RNV-FIM-ATUAL
002800     END-IF.
002810     MOVE TEN-CODIGO TO RNV-LOCATARIO.
002820     MOVE WRK-DATASISTEMA TO RNV-DATA-PROPOSTA.
002830     MOVE TEN-VALOR-M2 TO RNV-VALOR-ATUAL.
002840     MOVE WRK-VALOR-NOVO TO RNV-VALOR-NOVO.
002850     MOVE WRK-FIM-NOVO TO RNV-FIM-NOVO.
002860     MOVE WRK-USUARIO TO RNV-PROPONENTE.
002870     MOVE SPACES TO RNV-APROVADOR.
002880     MOVE ZEROS TO RNV-DATA-APROVACAO.
002890     DISPLAY 'OBSERVACAO (ENTER = EM BRANCO): '.
002900     MOVE SPACES TO RNV-OBSERVACAO.
002910     ACCEPT RNV-OBSERVACAO.
002920     SET RNV-PROPOSTA TO TRUE.
002930     IF WRK-RENOVACAO-ACHADA
002940         REWRITE RNV-RECORD
002950             INVALID KEY
002960                 DISPLAY 'ERRO AO REGRAVAR A PROPOSTA'
002970             NOT INVALID KEY
002980                 DISPLAY 'PROPOSTA REVISTA - AGUARDA APROVACAO'
002990         END-REWRITE
003000     ELSE
003010         WRITE RNV-RECORD
003020             INVALID KEY
003030                 DISPLAY 'ERRO AO GRAVAR A PROPOSTA'
003040             NOT INVALID KEY
003050                 DISPLAY 'PROPOSTA REGISTRADA - AGUARDA '
003060                     'APROVACAO'
003070         END-WRITE
003080     END-IF.
003090 2000-REGISTRAR-PROPOSTA-EXIT.
003100     EXIT.
003110
003120*=========================================================
003130* APROVACAO DO SUPERVISOR: PRORROGA O CONTRATO (NOVA DATA
003140* DE FIM E, SE NEGOCIADA, NOVA TAXA COM VIGENCIA HOJE).
003150* QUEM PROPOS NAO APROVA A PROPRIA PROPOSTA.
003160*=========================================================
003170 3000-APROVAR.
003180     IF WRK-NIVEL < 3
003190         DISPLAY 'APROVACAO DE RENOVACAO EXIGE SUPERVISOR '
003200             '(NIVEL 3)'
003210         GO TO 3000-APROVAR-EXIT.
003220     PERFORM 1500-LER-LOTE THRU 1500-LER-LOTE-EXIT.
003230     IF NOT WRK-CONTRATO-ACHADO
003240         DISPLAY 'CONTRATO DO LOTE NAO ENCONTRADO'
003250         GO TO 3000-APROVAR-EXIT.
003260     IF NOT WRK-RENOVACAO-ACHADA
003270         DISPLAY 'NAO HA PROPOSTA PARA O CONTRATO VIGENTE'
003280         GO TO 3000-APROVAR-EXIT.
003290     IF NOT RNV-PROPOSTA
003300         DISPLAY 'SO PROPOSTA EM NEGOCIACAO PODE SER '
003310             'APROVADA - SITUACAO ' RNV-STATUS
003320         GO TO 3000-APROVAR-EXIT.
003330     IF NOT TEN-ATIVO
003340         DISPLAY 'CONTRATO NAO ESTA ATIVO - SITUACAO '
003350             TEN-STATUS
003360         GO TO 3000-APROVAR-EXIT.
003370     IF RNV-PROPONENTE = WRK-USUARIO
003380             AND WRK-USUARIO NOT = SPACES
003390         DISPLAY 'PROPOSTA REGISTRADA PELO PROPRIO USUARIO - '
003400             'APROVACAO POR OUTRO SUPERVISOR'
003410         GO TO 3000-APROVAR-EXIT.
003420     MOVE RNV-VALOR-NOVO TO WRK-TAXA-EDT.
003430     DISPLAY 'PRORROGAR ATE ' RNV-FIM-NOVO ' COM TAXA '
003440         WRK-TAXA-EDT ' (ZEROS = MANTEM) - APROVA (S/N)? '.
003450     MOVE 'N' TO WRK-CONFIRMA.
003460     ACCEPT WRK-CONFIRMA.
003470     IF NOT WRK-CONFIRMA-SIM
003480         DISPLAY 'NADA ALTERADO'
003490         GO TO 3000-APROVAR-EXIT.
003500     MOVE RNV-FIM-NOVO TO TEN-DATA-FIM.
003510     IF RNV-VALOR-NOVO NOT = ZEROS
003520         MOVE RNV-VALOR-NOVO TO TEN-VALOR-M2
003530         MOVE WRK-DATASISTEMA TO TEN-VALOR-VIGENCIA
003540     END-IF.
003550     REWRITE TEN-CONTRACT-RECORD
003560         INVALID KEY
003570             DISPLAY 'ERRO AO REGRAVAR O CONTRATO - NADA '
003580                 'APROVADO'
003590             GO TO 3000-APROVAR-EXIT
003600     END-REWRITE.
003610     SET RNV-APROVADA TO TRUE.
003620     MOVE WRK-USUARIO TO RNV-APROVADOR.
003630     MOVE WRK-DATASISTEMA TO RNV-DATA-APROVACAO.
003640     REWRITE RNV-RECORD
003650         INVALID KEY
003660             DISPLAY 'ERRO AO REGRAVAR A RENOVACAO - CONTRATO '
003670                 'JA PRORROGADO'
003680         NOT INVALID KEY
003690             DISPLAY 'RENOVACAO APROVADA - CONTRATO PRORROGADO'
003700     END-REWRITE.
003710 3000-APROVAR-EXIT.
003720     EXIT.
003730
003740 4000-RECUSAR.
003750     PERFORM 1500-LER-LOTE THRU 1500-LER-LOTE-EXIT.
003760     IF NOT WRK-RENOVACAO-ACHADA
003770         DISPLAY 'NAO HA PROPOSTA PARA O CONTRATO VIGENTE'
003780         GO TO 4000-RECUSAR-EXIT.
003790     IF NOT RNV-PROPOSTA
003800         DISPLAY 'SO PROPOSTA EM NEGOCIACAO PODE SER '
003810             'RECUSADA - SITUACAO ' RNV-STATUS
003820         GO TO 4000-RECUSAR-EXIT.
003830     DISPLAY 'MOTIVO DA RECUSA/DESISTENCIA: '.
003840     MOVE SPACES TO RNV-OBSERVACAO.
003850     ACCEPT RNV-OBSERVACAO.
003860     SET RNV-RECUSADA TO TRUE.
003870     REWRITE RNV-RECORD
003880         INVALID KEY
003890             DISPLAY 'ERRO AO REGRAVAR A PROPOSTA'
003900         NOT INVALID KEY
003910             DISPLAY 'PROPOSTA RECUSADA - O LOTE VAI VAGAR EM '
003920                 TEN-DATA-FIM
003930     END-REWRITE.
003940 4000-RECUSAR-EXIT.
003950     EXIT.
003960
003970 5000-CONSULTAR.
003980     PERFORM 1500-LER-LOTE THRU 1500-LER-LOTE-EXIT.
003990     IF NOT WRK-CONTRATO-ACHADO
004000         DISPLAY 'CONTRATO DO LOTE NAO ENCONTRADO'
004010         GO TO 5000-CONSULTAR-EXIT.
004020     DISPLAY '=========================================='.
004030     DISPLAY 'LOTE.............. ' TEN-LOTE-ID.
004040     DISPLAY 'LOCATARIO......... ' TEN-CODIGO ' ' TEN-NOME.
004050     DISPLAY 'VIGENCIA.......... ' TEN-DATA-INICIO ' A '
004060         TEN-DATA-FIM.
004070     MOVE TEN-VALOR-M2 TO WRK-TAXA-EDT.
004080     DISPLAY 'TAXA POR M2....... ' WRK-TAXA-EDT
004090         ' DESDE ' TEN-VALOR-VIGENCIA.
004100     DISPLAY 'SITUACAO.......... ' TEN-STATUS.
004110     IF WRK-RENOVACAO-ACHADA
004120         MOVE RNV-VALOR-NOVO TO WRK-TAXA-EDT
004130         DISPLAY 'RENOVACAO......... ' RNV-STATUS
004140             ' PROPOSTA EM ' RNV-DATA-PROPOSTA
004150             ' POR ' RNV-PROPONENTE
004160         DISPLAY 'NOVA TAXA/FIM..... ' WRK-TAXA-EDT ' / '
004170             RNV-FIM-NOVO
004180         DISPLAY 'OBSERVACAO........ ' RNV-OBSERVACAO
004190     ELSE
004200         DISPLAY 'RENOVACAO......... SEM PROPOSTA'
004210     END-IF.
004220     DISPLAY '=========================================='.
004230 5000-CONSULTAR-EXIT.
004240     EXIT.
004250
004260*=========================================================
004270* INCLUSAO NA LISTA DE ESPERA - NUMERO = MAIOR JA GRAVADO
004280* MAIS UM (ORDEM DE CHEGADA)
004290*=========================================================
004300 6000-INCLUIR-INTERESSADO.
004310     PERFORM 6100-ACHAR-ULTIMO THRU 6100-ACHAR-ULTIMO-EXIT.
004320     MOVE SPACES TO LES-RECORD.
004330     COMPUTE LES-NUMERO = WRK-ULTIMO-NUMERO + 1.
004340     DISPLAY 'NOME DO INTERESSADO: '.
004350     ACCEPT LES-NOME.
004360     IF LES-NOME = SPACES
004370         DISPLAY 'NOME OBRIGATORIO - NADA GRAVADO'
004380         GO TO 6000-INCLUIR-INTERESSADO-EXIT.
004390     DISPLAY 'CONTATO (TELEFONE/E-MAIL): '.
004400     ACCEPT LES-CONTATO.
004410     DISPLAY 'AREA MINIMA PROCURADA (M2): '.
004420     MOVE ZEROS TO LES-AREA-MINIMA.
004430     ACCEPT LES-AREA-MINIMA.
004440     DISPLAY 'AREA MAXIMA PROCURADA (M2): '.
004450     MOVE ZEROS TO LES-AREA-MAXIMA.
004460     ACCEPT LES-AREA-MAXIMA.
004470     IF LES-AREA-MAXIMA = ZEROS
004480             OR LES-AREA-MAXIMA < LES-AREA-MINIMA
004490         DISPLAY 'FAIXA DE AREA INVALIDA - NADA GRAVADO'
004500         GO TO 6000-INCLUIR-INTERESSADO-EXIT.
004510     MOVE WRK-DATASISTEMA TO LES-DATA-INCLUSAO.
004520     MOVE ZEROS TO LES-LOTE-OFERECIDO LES-DATA-OFERTA.
004530     SET LES-AGUARDANDO TO TRUE.
004540     WRITE LES-RECORD
004550         INVALID KEY
004560             DISPLAY 'ERRO AO GRAVAR O INTERESSADO'
004570         NOT INVALID KEY
004580             DISPLAY 'INTERESSADO INCLUIDO - NUMERO '
004590                 LES-NUMERO
004600     END-WRITE.
004610 6000-INCLUIR-INTERESSADO-EXIT.
004620     EXIT.
004630
004640 6100-ACHAR-ULTIMO.
004650     MOVE ZEROS TO WRK-ULTIMO-NUMERO.
004660     MOVE ZEROS TO LES-NUMERO.
004670     START WAITING-LIST KEY >= LES-NUMERO
004680         INVALID KEY
004690             GO TO 6100-ACHAR-ULTIMO-EXIT
004700     END-START.
004710     MOVE '00' TO WRK-LISTESP-STATUS.
004720     PERFORM 6110-LER-PROXIMO THRU 6110-LER-PROXIMO-EXIT
004730         UNTIL WRK-LISTESP-EOF.
004740     MOVE '00' TO WRK-LISTESP-STATUS.
004750 6100-ACHAR-ULTIMO-EXIT.
004760     EXIT.
004770
004780 6110-LER-PROXIMO.
004790     READ WAITING-LIST NEXT RECORD
004800         AT END
004810             SET WRK-LISTESP-EOF TO TRUE
004820             GO TO 6110-LER-PROXIMO-EXIT
004830     END-READ.
004840     IF WRK-LISTESP-STATUS NOT = '00'
004850         SET WRK-LISTESP-EOF TO TRUE
004860         GO TO 6110-LER-PROXIMO-EXIT.
004870     MOVE LES-NUMERO TO WRK-ULTIMO-NUMERO.
004880 6110-LER-PROXIMO-EXIT.
004890     EXIT.
004900
004910*=========================================================
004920* INTERESSADOS AGUARDANDO CUJA FAIXA DE AREA COMPORTA A
004930* AREA INFORMADA (AREA DO LOTE QUE VAI VAGAR, COMO SAI NO
004940* RELATORIO DE VENCIMENTOS), EM ORDEM DE CHEGADA
004950*=========================================================
004960 6500-LISTAR-POR-AREA.
004970     DISPLAY 'AREA DO LOTE (M2): '.
004980     MOVE ZEROS TO WRK-AREA.
004990     ACCEPT WRK-AREA.
005000     MOVE ZEROS TO WRK-QTDE-LISTADOS.
005010     MOVE ZEROS TO LES-NUMERO.
005020     START WAITING-LIST KEY >= LES-NUMERO
005030         INVALID KEY
005040             DISPLAY 'LISTA DE ESPERA VAZIA'
005050             GO TO 6500-LISTAR-POR-AREA-EXIT
005060     END-START.
005070     MOVE '00' TO WRK-LISTESP-STATUS.
005080     PERFORM 6510-LISTAR-INTERESSADO
005090         THRU 6510-LISTAR-INTERESSADO-EXIT
005100         UNTIL WRK-LISTESP-EOF.
005110     MOVE '00' TO WRK-LISTESP-STATUS.
005120     IF WRK-QTDE-LISTADOS = ZEROS
005130         DISPLAY 'NENHUM INTERESSADO AGUARDANDO PARA ESTA AREA'
005140     END-IF.
005150 6500-LISTAR-POR-AREA-EXIT.
005160     EXIT.
005170
005180 6510-LISTAR-INTERESSADO.
005190     READ WAITING-LIST NEXT RECORD
005200         AT END
005210             SET WRK-LISTESP-EOF TO TRUE
005220             GO TO 6510-LISTAR-INTERESSADO-EXIT
005230     END-READ.
005240     IF WRK-LISTESP-STATUS NOT = '00'
005250         SET WRK-LISTESP-EOF TO TRUE
005260         GO TO 6510-LISTAR-INTERESSADO-EXIT.
005270     IF NOT LES-AGUARDANDO
005280         GO TO 6510-LISTAR-INTERESSADO-EXIT.
005290     IF WRK-AREA < LES-AREA-MINIMA
005300             OR WRK-AREA > LES-AREA-MAXIMA
005310         GO TO 6510-LISTAR-INTERESSADO-EXIT.
005320     ADD 1 TO WRK-QTDE-LISTADOS.
005330     MOVE LES-AREA-MINIMA TO WRK-AREA-EDT.
005340     MOVE LES-AREA-MAXIMA TO WRK-AREA-EDT2.
005350     DISPLAY LES-NUMERO ' ' LES-NOME ' ' LES-CONTATO
005360         ' ' WRK-AREA-EDT ' A ' WRK-AREA-EDT2
005370         ' DESDE ' LES-DATA-INCLUSAO.
005380 6510-LISTAR-INTERESSADO-EXIT.
005390     EXIT.
005400
005410*=========================================================
005420* OFERTA DE LOTE: REGISTRA NO INTERESSADO O LOTE OFERECIDO.
005430* LOTE COM CONTRATO ATIVO SEM FIM OU COM RENOVACAO APROVADA
005440* NAO VAI VAGAR - AVISA E PEDE CONFIRMACAO.
005450*=========================================================
005460 7000-OFERECER-LOTE.
005470     DISPLAY 'NUMERO DO INTERESSADO: '.
005480     ACCEPT WRK-NUMERO.
005490     MOVE WRK-NUMERO TO LES-NUMERO.
005500     READ WAITING-LIST
005510         INVALID KEY
005520             DISPLAY 'INTERESSADO NAO ENCONTRADO'
005530             GO TO 7000-OFERECER-LOTE-EXIT
005540     END-READ.
005550     IF NOT LES-AGUARDANDO AND NOT LES-OFERECIDO
005560         DISPLAY 'INTERESSADO JA BAIXADO - SITUACAO '
005570             LES-STATUS
005580         GO TO 7000-OFERECER-LOTE-EXIT.
005590     PERFORM 1500-LER-LOTE THRU 1500-LER-LOTE-EXIT.
005600     IF WRK-CONTRATO-ACHADO AND TEN-ATIVO
005610         IF TEN-DATA-FIM = ZEROS
005620             DISPLAY 'AVISO: LOTE COM CONTRATO ATIVO POR '
005630                 'PRAZO INDETERMINADO'
005640         END-IF
005650         IF WRK-RENOVACAO-ACHADA AND RNV-APROVADA
005660             DISPLAY 'AVISO: CONTRATO DO LOTE JA RENOVADO'
005670         END-IF
005680         IF WRK-RENOVACAO-ACHADA AND RNV-PROPOSTA
005690             DISPLAY 'AVISO: RENOVACAO DO LOTE EM NEGOCIACAO'
005700         END-IF
005710     END-IF.
005720     DISPLAY 'OFERECER O LOTE ' WRK-LOTE ' A ' LES-NOME
005730         ' (S/N)? '.
005740     MOVE 'N' TO WRK-CONFIRMA.
005750     ACCEPT WRK-CONFIRMA.
005760     IF NOT WRK-CONFIRMA-SIM
005770         DISPLAY 'NADA ALTERADO'
005780         GO TO 7000-OFERECER-LOTE-EXIT.
005790     MOVE WRK-LOTE TO LES-LOTE-OFERECIDO.
005800     MOVE WRK-DATASISTEMA TO LES-DATA-OFERTA.
005810     SET LES-OFERECIDO TO TRUE.
005820     REWRITE LES-RECORD
005830         INVALID KEY
005840             DISPLAY 'ERRO AO REGRAVAR O INTERESSADO'
005850         NOT INVALID KEY
005860             DISPLAY 'OFERTA REGISTRADA'
005870     END-REWRITE.
005880 7000-OFERECER-LOTE-EXIT.
005890     EXIT.
005900
005910 8000-BAIXAR-INTERESSADO.
005920     DISPLAY 'NUMERO DO INTERESSADO: '.
005930     ACCEPT WRK-NUMERO.
005940     MOVE WRK-NUMERO TO LES-NUMERO.
005950     READ WAITING-LIST
005960         INVALID KEY
005970             DISPLAY 'INTERESSADO NAO ENCONTRADO'
005980             GO TO 8000-BAIXAR-INTERESSADO-EXIT
005990     END-READ.
006000     IF LES-FECHADO OR LES-DESISTIU
006010         DISPLAY 'INTERESSADO JA BAIXADO - SITUACAO '
006020             LES-STATUS
006030         GO TO 8000-BAIXAR-INTERESSADO-EXIT.
006040     DISPLAY LES-NOME ' - F = FECHOU CONTRATO, '
006050         'D = DESISTIU: '.
006060     MOVE SPACES TO WRK-BAIXA.
006070     ACCEPT WRK-BAIXA.
006080     IF NOT WRK-BAIXA-VALIDA
006090         DISPLAY 'OPCAO INVALIDA - NADA ALTERADO'
006100         GO TO 8000-BAIXAR-INTERESSADO-EXIT.
006110     MOVE WRK-BAIXA TO LES-STATUS.
006120     REWRITE LES-RECORD
006130         INVALID KEY
006140             DISPLAY 'ERRO AO REGRAVAR O INTERESSADO'
006150         NOT INVALID KEY
006160             DISPLAY 'INTERESSADO BAIXADO'
006170     END-REWRITE.
006180 8000-BAIXAR-INTERESSADO-EXIT.
006190     EXIT.
