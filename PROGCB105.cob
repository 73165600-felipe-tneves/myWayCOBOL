000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCB105.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE PATRIMONIO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: BAIXA COMO PERDA DE FATURA DE ALUGUEL
000100*           INCOBRAVEL NO CONSOLE (ARQUIVO BAIXPERD). A
000110*           FATURA VENCIDA HA MAIS DE 90 DIAS (FAIXA 90+ DO
000120*           AGING) E PEDIDA PARA BAIXA COM O MOTIVO; O
000130*           SUPERVISOR APROVA OU RECUSA. APROVADA, A FATURA
000140*           PASSA A SITUACAO W (BAIXADA COMO PERDA) COM A
000150*           DATA DA BAIXA: SAI DO AGING, DA REMESSA DE
000160*           BOLETOS E DOS PROTESTOS; A QUE ESTAVA EM
000170*           COBRANCA BANCARIA ENFILEIRA A INSTRUCAO DE
000180*           BAIXA (BX) NO BOLINSQ. A BAIXA CONSOME A
000190*           PROVISAO (PROGCB104) E VAI PARA A EXPORTACAO
000200*           CONTABIL (PROGCOB78, EVENTO BP).
000210* OBS: APROVACAO SO PELO SUPERVISOR (NIVEL 3), OUTRO
000220*      USUARIO QUE NAO O PROPONENTE, COMO NO ACORDO DE
000230*      PARCELAMENTO (PROGCB102). NA APROVACAO A FATURA E
000240*      LIDA DE NOVO - SE NAO ESTA MAIS EM ABERTO O PEDIDO
000250*      TEM DE SER RECUSADO. PARCELA DE ACORDO NAO E
000260*      BAIXADA (A QUEBRA DO ACORDO, PROGCB103, RESTAURA O
000270*      SALDO, QUE PODE SER BAIXADO). PEDIDO RECUSADO PODE
000280*      SER REFEITO. RECEBIMENTO POSTERIOR DA FATURA
000290*      BAIXADA E RECUPERACAO (PROGCOB40/PROGCOB43).
000300* -----------------------------------------------------
000310* HISTORICO DE ALTERACOES
000320* 15/10/2026 FT  PROGRAMA CRIADO.
000320* 15/10/2026 FT  NA APROVACAO, AS INSTRUCOES DE PROTESTO (PR) E
000320*                DE ALTERACAO DE VENCIMENTO (AV) AINDA
000320*                PENDENTES NO BOLINSQ PARA A FATURA SAO
000320*                EXCLUIDAS, COMO NA EXCLUSAO DO CONSOLE
000320*                (PROGCOB70) - A REMESSA (PROGCOB71) NAO AS
000320*                MANDA MAIS AO BANCO. JA ENVIADA FICA COMO ESTA.
000330***********************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SPECIAL-NAMES.
000370     DECIMAL-POINT IS COMMA.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT WRITE-OFF-FILE ASSIGN TO 'BAIXPERD'
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS BPD-FATURA
000440         FILE STATUS IS WRK-BAIXPERD-STATUS.
000450     SELECT RENT-INVOICES ASSIGN TO 'RENTINV'
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS INV-NUMERO
000490         FILE STATUS IS WRK-RENTINV-STATUS.
000500     SELECT INSTRUCTION-QUEUE ASSIGN TO 'BOLINSQ'
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS ISQ-CHAVE
000540         FILE STATUS IS WRK-BOLINSQ-STATUS.
000550     SELECT OPERATOR-SESSION ASSIGN TO 'OPERSESS'
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WRK-OPERSESS-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  WRITE-OFF-FILE.
000610     COPY BAIXPERD.
000620 FD  RENT-INVOICES.
000630     COPY RENTINV.
000640 FD  INSTRUCTION-QUEUE.
000650     COPY BOLINST.
000660 FD  OPERATOR-SESSION.
000670     COPY OPERSESS.
000680 WORKING-STORAGE SECTION.
000690 77  WRK-BAIXPERD-STATUS PIC X(02) VALUE '00'.
000700     88  WRK-BAIXPERD-EOF    VALUE '10'.
000710 77  WRK-RENTINV-STATUS  PIC X(02) VALUE '00'.
000720 77  WRK-BOLINSQ-STATUS  PIC X(02) VALUE '00'.
000730 77  WRK-OPERSESS-STATUS PIC X(02) VALUE '00'.
000740 77  WRK-SW-BOLINSQ      PIC X(01) VALUE 'N'.
000750     88  WRK-BOLINSQ-DISPONIVEL  VALUE 'S'.
000760 77  WRK-SW-VARREDURA    PIC X(01) VALUE 'N'.
000770     88  WRK-FIM-VARREDURA       VALUE 'S'.
000780     88  WRK-VARREDURA-ATIVA     VALUE 'N'.
000790 77  WRK-SW-PEDIDO       PIC X(01) VALUE 'N'.
000800     88  WRK-PEDIDO-ACHADO   VALUE 'S'.
000810 77  WRK-SW-FATURA       PIC X(01) VALUE 'N'.
000820     88  WRK-FATURA-ACHADA   VALUE 'S'.
000830 77  WRK-PROX-SEQ        PIC 9(02) VALUE ZEROS.
000840 77  WRK-USUARIO         PIC X(08) VALUE SPACES.
000850 77  WRK-NIVEL           PIC 9(01) VALUE ZEROS.
000860 77  WRK-OPCAO           PIC 9(01) VALUE ZEROS.
000870     88  WRK-OPCAO-SAIR      VALUE 9.
000880 77  WRK-NUMERO-FATURA   PIC 9(06) VALUE ZEROS.
000890 77  WRK-MOTIVO          PIC X(40) VALUE SPACES.
000900 77  WRK-DIAS-HOJE       PIC 9(07) VALUE ZEROS.
000910 77  WRK-DIAS-VENCTO     PIC 9(07) VALUE ZEROS.
000920 77  WRK-DIAS-ATRASO     PIC S9(05) VALUE ZEROS.
000930 77  WRK-QTDE-PENDENTES  PIC 9(05) VALUE ZEROS.
000930 77  WRK-QTDE-EXCLUIDAS  PIC 9(02) VALUE ZEROS.
000940 77  WRK-CONFIRMA        PIC X(01) VALUE 'N'.
000950     88  WRK-CONFIRMA-SIM    VALUE 'S'.
000960 77  WRK-DATASISTEMA     PIC 9(08) VALUE ZEROS.
000970 77  WRK-VALOR-EDT       PIC ZZ.ZZZ.ZZ9,99.
000980 01  WRK-DATA-R.
000990     05  WRK-R-ANO           PIC 9(04).
001000     05  WRK-R-MES           PIC 9(02).
001010     05  WRK-R-DIA           PIC 9(02).
001020 01  WRK-LINHA-PEDIDO.
001030     05  WRK-LP-FATURA       PIC 9(06).
001040     05  FILLER              PIC X(01) VALUE SPACES.
001050     05  WRK-LP-LOCATARIO    PIC 9(04).
001060     05  FILLER              PIC X(01) VALUE SPACES.
001070     05  WRK-LP-NOME         PIC X(25).
001080     05  FILLER              PIC X(01) VALUE SPACES.
001090     05  WRK-LP-VENCIMENTO   PIC 9(08).
001100     05  FILLER              PIC X(01) VALUE SPACES.
001110     05  WRK-LP-VALOR        PIC ZZ.ZZZ.ZZ9,99.
001120     05  FILLER              PIC X(01) VALUE SPACES.
001130     05  WRK-LP-PROPONENTE   PIC X(08).
001140     05  FILLER              PIC X(01) VALUE SPACES.
001150     05  WRK-LP-DATA-PEDIDO  PIC 9(08).
001160 PROCEDURE DIVISION.
001170
001180 0000-MAINLINE.
001190     ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
001200     MOVE WRK-DATASISTEMA TO WRK-DATA-R.
001210     COMPUTE WRK-DIAS-HOJE = WRK-R-ANO * 365
001220         + WRK-R-MES * 31 + WRK-R-DIA.
001230     PERFORM 0500-LER-SESSAO THRU 0500-LER-SESSAO-EXIT.
001240     OPEN I-O WRITE-OFF-FILE.
001250     IF WRK-BAIXPERD-STATUS = '35'
001260         OPEN OUTPUT WRITE-OFF-FILE
001270         CLOSE WRITE-OFF-FILE
001280         OPEN I-O WRITE-OFF-FILE
001290     END-IF.
001300     IF WRK-BAIXPERD-STATUS NOT = '00'
001310         DISPLAY 'ARQUIVO DE BAIXAS COMO PERDA INDISPONIVEL - '
001320             'STATUS ' WRK-BAIXPERD-STATUS
001330         GO TO 0000-ENCERRAR.
001340     OPEN I-O RENT-INVOICES.
001350     IF WRK-RENTINV-STATUS NOT = '00'
001360         DISPLAY 'ARQUIVO DE FATURAS INDISPONIVEL - STATUS '
001370             WRK-RENTINV-STATUS
001380         CLOSE WRITE-OFF-FILE
001390         GO TO 0000-ENCERRAR.
001400     OPEN I-O INSTRUCTION-QUEUE.
001410     IF WRK-BOLINSQ-STATUS = '35'
001420         OPEN OUTPUT INSTRUCTION-QUEUE
001430         CLOSE INSTRUCTION-QUEUE
001440         OPEN I-O INSTRUCTION-QUEUE
001450     END-IF.
001460     IF WRK-BOLINSQ-STATUS = '00'
001470         SET WRK-BOLINSQ-DISPONIVEL TO TRUE
001480     ELSE
001490         DISPLAY 'FILA DE INSTRUCOES (BOLINSQ) INDISPONIVEL - '
001500             'FATURA EM COBRANCA NAO PODE SER BAIXADA'
001510     END-IF.
001520     PERFORM 1000-PROCESSAR-MENU THRU 1000-PROCESSAR-MENU-EXIT
001530         UNTIL WRK-OPCAO-SAIR.
001540     IF WRK-BOLINSQ-DISPONIVEL
001550         CLOSE INSTRUCTION-QUEUE
001560     END-IF.
001570     CLOSE RENT-INVOICES.
001580     CLOSE WRITE-OFF-FILE.
001590 0000-ENCERRAR.
001600     GOBACK.
001610
001620 0500-LER-SESSAO.
001630     OPEN INPUT OPERATOR-SESSION.
001640     IF WRK-OPERSESS-STATUS = '00'
001650         READ OPERATOR-SESSION
001660             AT END
001670                 CONTINUE
001680             NOT AT END
001690                 MOVE OSS-USUARIO TO WRK-USUARIO
001700                 MOVE OSS-NIVEL TO WRK-NIVEL
001710         END-READ
001720         CLOSE OPERATOR-SESSION
001730     ELSE
001740         DISPLAY 'SEM SESSAO DE OPERADOR - ACESSO TOTAL '
001750             '(PARTIDA A FRIO)'
001760         MOVE 3 TO WRK-NIVEL
001770     END-IF.
001780 0500-LER-SESSAO-EXIT.
001790     EXIT.
001800
001810 1000-PROCESSAR-MENU.
001820     DISPLAY '================================================'.
001830     DISPLAY '      BAIXA DE FATURA DE ALUGUEL COMO PERDA     '.
001840     DISPLAY '================================================'.
001850     DISPLAY '1 - PEDIR BAIXA COMO PERDA'.
001860     DISPLAY '2 - APROVAR BAIXA (SUPERVISOR)'.
001870     DISPLAY '3 - RECUSAR PEDIDO PENDENTE'.
001880     DISPLAY '4 - CONSULTAR PEDIDOS PENDENTES'.
001890     DISPLAY '9 - SAIR'.
001900     DISPLAY 'OPCAO: '.
001910     ACCEPT WRK-OPCAO.
001920     EVALUATE WRK-OPCAO
001930         WHEN 1
001940             PERFORM 2000-PEDIR THRU 2000-PEDIR-EXIT
001950         WHEN 2
001960             PERFORM 3000-APROVAR THRU 3000-APROVAR-EXIT
001970         WHEN 3
001980             PERFORM 5000-RECUSAR THRU 5000-RECUSAR-EXIT
001990         WHEN 4
002000             PERFORM 6000-CONSULTAR THRU 6000-CONSULTAR-EXIT
002010         WHEN 9
002020             CONTINUE
002030         WHEN OTHER
002040             DISPLAY 'OPCAO INVALIDA - REDIGITE'
002050     END-EVALUATE.
002060 1000-PROCESSAR-MENU-EXIT.
002070     EXIT.
002080
002090*=========================================================
002100* LE O PEDIDO DE BAIXA PELO NUMERO DA FATURA DIGITADO
002110*=========================================================
002120 1500-LER-PEDIDO.
002130     MOVE 'N' TO WRK-SW-PEDIDO.
002140     DISPLAY 'NUMERO DA FATURA: '.
002150     MOVE ZEROS TO WRK-NUMERO-FATURA.
002160     ACCEPT WRK-NUMERO-FATURA.
002170     MOVE WRK-NUMERO-FATURA TO BPD-FATURA.
002180     READ WRITE-OFF-FILE
002190         INVALID KEY
002200             DISPLAY 'PEDIDO DE BAIXA NAO ENCONTRADO'
002210         NOT INVALID KEY
002220             SET WRK-PEDIDO-ACHADO TO TRUE
002230     END-READ.
002240 1500-LER-PEDIDO-EXIT.
002250     EXIT.
002260
002270*=========================================================
002280* LE A FATURA E CONFERE SE PODE SER BAIXADA: EM ABERTO,
002290* VENCIDA HA MAIS DE 90 DIAS (CONTA APROXIMADA DO AGING,
002300* ANO*365+MES*31+DIA) E QUE NAO SEJA PARCELA DE ACORDO
002310*=========================================================
002320 1600-CONFERIR-FATURA.
002330     MOVE 'N' TO WRK-SW-FATURA.
002340     MOVE WRK-NUMERO-FATURA TO INV-NUMERO.
002350     READ RENT-INVOICES
002360         INVALID KEY
002370             DISPLAY 'FATURA NAO ENCONTRADA'
002380             GO TO 1600-CONFERIR-FATURA-EXIT
002390     END-READ.
002400     IF NOT INV-EM-ABERTO
002410         DISPLAY 'FATURA NAO ESTA EM ABERTO - SITUACAO '
002420             INV-STATUS
002430         GO TO 1600-CONFERIR-FATURA-EXIT.
002440     IF INV-PARCELA-ACORDO
002450         DISPLAY 'PARCELA DO ACORDO ' INV-ACORDO
002460             ' NAO E BAIXADA COMO PERDA'
002470         GO TO 1600-CONFERIR-FATURA-EXIT.
002480     MOVE INV-DATA-VENCIMENTO TO WRK-DATA-R.
002490     COMPUTE WRK-DIAS-VENCTO = WRK-R-ANO * 365
002500         + WRK-R-MES * 31 + WRK-R-DIA.
002510     COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-HOJE - WRK-DIAS-VENCTO.
002520     IF WRK-DIAS-ATRASO NOT > 90
002530         DISPLAY 'FATURA COM ' WRK-DIAS-ATRASO
002540             ' DIAS DE ATRASO - BAIXA SO ACIMA DE 90 DIAS'
002550         GO TO 1600-CONFERIR-FATURA-EXIT.
002560     IF INV-EM-COBRANCA AND NOT WRK-BOLINSQ-DISPONIVEL
002570         DISPLAY 'FATURA EM COBRANCA BANCARIA E FILA DE '
002580             'INSTRUCOES INDISPONIVEL'
002590         GO TO 1600-CONFERIR-FATURA-EXIT.
002600     SET WRK-FATURA-ACHADA TO TRUE.
002610 1600-CONFERIR-FATURA-EXIT.
002620     EXIT.
002630
002640*=========================================================
002650* PEDIDO: CONFERE A FATURA, PEDE O MOTIVO E GRAVA O
002660* PEDIDO PENDENTE. PEDIDO RECUSADO E REGRAVADO
002670*=========================================================
002680 2000-PEDIR.
002690     DISPLAY 'NUMERO DA FATURA: '.
002700     MOVE ZEROS TO WRK-NUMERO-FATURA.
002710     ACCEPT WRK-NUMERO-FATURA.
002720     MOVE 'N' TO WRK-SW-PEDIDO.
002730     MOVE WRK-NUMERO-FATURA TO BPD-FATURA.
002740     READ WRITE-OFF-FILE
002750         INVALID KEY
002760             CONTINUE
002770         NOT INVALID KEY
002780             SET WRK-PEDIDO-ACHADO TO TRUE
002790     END-READ.
002800     IF WRK-PEDIDO-ACHADO AND NOT BPD-RECUSADA
002810         DISPLAY 'FATURA JA TEM PEDIDO DE BAIXA - SITUACAO '
002820             BPD-STATUS
002830         GO TO 2000-PEDIR-EXIT.
002840     PERFORM 1600-CONFERIR-FATURA
002850         THRU 1600-CONFERIR-FATURA-EXIT.
002860     IF NOT WRK-FATURA-ACHADA
002870         GO TO 2000-PEDIR-EXIT.
002880     MOVE INV-VALOR-BRL TO WRK-VALOR-EDT.
002890     DISPLAY 'LOCATARIO ' INV-LOCATARIO ' ' INV-NOME
002900         ' LOTE ' INV-LOTE-ID.
002910     DISPLAY 'VENCIMENTO ' INV-DATA-VENCIMENTO ' - '
002920         WRK-DIAS-ATRASO ' DIAS DE ATRASO - VALOR '
002930         WRK-VALOR-EDT.
002940     DISPLAY 'MOTIVO DA BAIXA: '.
002950     MOVE SPACES TO WRK-MOTIVO.
002960     ACCEPT WRK-MOTIVO.
002970     IF WRK-MOTIVO = SPACES
002980         DISPLAY 'MOTIVO OBRIGATORIO'
002990         GO TO 2000-PEDIR-EXIT.
003000     DISPLAY 'CONFIRMA O PEDIDO DE BAIXA (S/N)? '.
003010     MOVE 'N' TO WRK-CONFIRMA.
003020     ACCEPT WRK-CONFIRMA.
003030     IF NOT WRK-CONFIRMA-SIM
003040         DISPLAY 'NADA GRAVADO'
003050         GO TO 2000-PEDIR-EXIT.
003060     MOVE INV-NUMERO TO BPD-FATURA.
003070     MOVE INV-LOCATARIO TO BPD-LOCATARIO.
003080     MOVE INV-NOME TO BPD-NOME.
003090     MOVE INV-LOTE-ID TO BPD-LOTE-ID.
003100     MOVE INV-VALOR-BRL TO BPD-VALOR.
003110     MOVE INV-DATA-VENCIMENTO TO BPD-VENCIMENTO.
003120     MOVE WRK-DIAS-ATRASO TO BPD-DIAS-ATRASO.
003130     MOVE WRK-MOTIVO TO BPD-MOTIVO.
003140     MOVE WRK-USUARIO TO BPD-PROPONENTE.
003150     MOVE WRK-DATASISTEMA TO BPD-DATA-PEDIDO.
003160     MOVE SPACES TO BPD-APROVADOR.
003170     MOVE ZEROS TO BPD-DATA-DECISAO.
003180     SET BPD-PENDENTE TO TRUE.
003190     IF WRK-PEDIDO-ACHADO
003200         REWRITE BPD-RECORD
003210             INVALID KEY
003220                 DISPLAY 'ERRO AO REGRAVAR O PEDIDO ' BPD-FATURA
003230                 GO TO 2000-PEDIR-EXIT
003240         END-REWRITE
003250     ELSE
003260         WRITE BPD-RECORD
003270             INVALID KEY
003280                 DISPLAY 'ERRO AO GRAVAR O PEDIDO ' BPD-FATURA
003290                 GO TO 2000-PEDIR-EXIT
003300         END-WRITE
003310     END-IF.
003320     DISPLAY 'PEDIDO DE BAIXA DA FATURA ' BPD-FATURA
003330         ' PENDENTE - AGUARDA A APROVACAO DO SUPERVISOR '
003340         '(OPCAO 2)'.
003350 2000-PEDIR-EXIT.
003360     EXIT.
003370
003380*=========================================================
003390* APROVACAO PELO SUPERVISOR: A FATURA E CONFERIDA DE NOVO.
003400* QUEM PEDIU NAO APROVA O PROPRIO PEDIDO. A FATURA PASSA
003410* A W COM A DATA DA BAIXA; EM COBRANCA PEDE BAIXA AO BANCO
003420*=========================================================
003430 3000-APROVAR.
003440     IF WRK-NIVEL < 3
003450         DISPLAY 'APROVACAO DE BAIXA COMO PERDA EXIGE '
003460             'SUPERVISOR (NIVEL 3)'
003470         GO TO 3000-APROVAR-EXIT.
003480     PERFORM 1500-LER-PEDIDO THRU 1500-LER-PEDIDO-EXIT.
003490     IF NOT WRK-PEDIDO-ACHADO
003500         GO TO 3000-APROVAR-EXIT.
003510     IF NOT BPD-PENDENTE
003520         DISPLAY 'SO PEDIDO PENDENTE PODE SER APROVADO - '
003530             'SITUACAO ' BPD-STATUS
003540         GO TO 3000-APROVAR-EXIT.
003550     IF BPD-PROPONENTE = WRK-USUARIO
003560             AND WRK-USUARIO NOT = SPACES
003570         DISPLAY 'PEDIDO FEITO PELO PROPRIO USUARIO - '
003580             'APROVACAO POR OUTRO SUPERVISOR'
003590         GO TO 3000-APROVAR-EXIT.
003600     PERFORM 1600-CONFERIR-FATURA
003610         THRU 1600-CONFERIR-FATURA-EXIT.
003620     IF NOT WRK-FATURA-ACHADA
003630         DISPLAY 'FATURA NAO PODE MAIS SER BAIXADA - RECUSE '
003640             'O PEDIDO'
003650         GO TO 3000-APROVAR-EXIT.
003660     MOVE INV-VALOR-BRL TO WRK-VALOR-EDT.
003670     DISPLAY 'LOCATARIO ' INV-LOCATARIO ' ' INV-NOME
003680         ' LOTE ' INV-LOTE-ID.
003690     DISPLAY 'VENCIMENTO ' INV-DATA-VENCIMENTO ' - '
003700         WRK-DIAS-ATRASO ' DIAS DE ATRASO - VALOR '
003710         WRK-VALOR-EDT.
003720     DISPLAY 'MOTIVO: ' BPD-MOTIVO.
003730     DISPLAY 'PEDIDO POR ' BPD-PROPONENTE ' EM '
003740         BPD-DATA-PEDIDO ' - APROVA A BAIXA (S/N)? '.
003750     MOVE 'N' TO WRK-CONFIRMA.
003760     ACCEPT WRK-CONFIRMA.
003770     IF NOT WRK-CONFIRMA-SIM
003780         DISPLAY 'NADA ALTERADO'
003790         GO TO 3000-APROVAR-EXIT.
003800     IF WRK-BOLINSQ-DISPONIVEL
003800         PERFORM 4200-EXCLUIR-PENDENTES
003800             THRU 4200-EXCLUIR-PENDENTES-EXIT
003800     END-IF.
003800     IF INV-EM-COBRANCA
003810         PERFORM 4300-ENFILEIRAR-BAIXA
003820             THRU 4300-ENFILEIRAR-BAIXA-EXIT
003830     END-IF.
003840     SET INV-BAIXADA-PERDA TO TRUE.
003850     MOVE WRK-DATASISTEMA TO INV-DATA-PERDA.
003860     REWRITE INV-INVOICE-RECORD
003870         INVALID KEY
003880             DISPLAY 'ERRO AO REGRAVAR A FATURA ' INV-NUMERO
003890             GO TO 3000-APROVAR-EXIT
003900     END-REWRITE.
003910     SET BPD-APROVADA TO TRUE.
003920     MOVE WRK-USUARIO TO BPD-APROVADOR.
003930     MOVE WRK-DATASISTEMA TO BPD-DATA-DECISAO.
003940     MOVE INV-VALOR-BRL TO BPD-VALOR.
003950     REWRITE BPD-RECORD
003960         INVALID KEY
003970             DISPLAY 'ERRO AO REGRAVAR O PEDIDO ' BPD-FATURA
003980         NOT INVALID KEY
003990             DISPLAY 'FATURA ' BPD-FATURA
004000                 ' BAIXADA COMO PERDA'
004010     END-REWRITE.
004020 3000-APROVAR-EXIT.
004030     EXIT.
004040
004040*=========================================================
004040* FATURA BAIXADA NAO VAI MAIS A PROTESTO NEM MUDA DE
004040* VENCIMENTO: PR E AV AINDA PENDENTES NA FILA SAO EXCLUIDOS
004040* (SO PENDENTE, COMO NO PROGCOB70 4000-EXCLUIR)
004040*=========================================================
004040 4200-EXCLUIR-PENDENTES.
004040     MOVE ZEROS TO WRK-QTDE-EXCLUIDAS.
004040     SET WRK-VARREDURA-ATIVA TO TRUE.
004040     MOVE INV-NUMERO TO ISQ-NOSSO-NUMERO.
004040     MOVE ZEROS TO ISQ-SEQUENCIA.
004040     START INSTRUCTION-QUEUE KEY >= ISQ-CHAVE
004040         INVALID KEY
004040             SET WRK-FIM-VARREDURA TO TRUE
004040     END-START.
004040     IF WRK-BOLINSQ-STATUS NOT = '00'
004040         SET WRK-FIM-VARREDURA TO TRUE
004040     END-IF.
004040     PERFORM 4210-EXCLUIR-INSTRUCAO
004040         THRU 4210-EXCLUIR-INSTRUCAO-EXIT
004040         UNTIL WRK-FIM-VARREDURA.
004040     IF WRK-QTDE-EXCLUIDAS > ZEROS
004040         DISPLAY WRK-QTDE-EXCLUIDAS ' INSTRUCAO(OES) PR/AV '
004040             'PENDENTE(S) DO BOLETO ' INV-NUMERO ' EXCLUIDA(S)'
004040     END-IF.
004040 4200-EXCLUIR-PENDENTES-EXIT.
004040     EXIT.
004040
004040 4210-EXCLUIR-INSTRUCAO.
004040     READ INSTRUCTION-QUEUE NEXT RECORD
004040         AT END
004040             SET WRK-FIM-VARREDURA TO TRUE
004040             GO TO 4210-EXCLUIR-INSTRUCAO-EXIT
004040     END-READ.
004040     IF WRK-BOLINSQ-STATUS NOT = '00'
004040             OR ISQ-NOSSO-NUMERO NOT = INV-NUMERO
004040         SET WRK-FIM-VARREDURA TO TRUE
004040         GO TO 4210-EXCLUIR-INSTRUCAO-EXIT.
004040     IF NOT ISQ-PENDENTE
004040         GO TO 4210-EXCLUIR-INSTRUCAO-EXIT.
004040     IF NOT ISQ-OCORR-PROTESTO AND NOT ISQ-OCORR-VENCTO
004040         GO TO 4210-EXCLUIR-INSTRUCAO-EXIT.
004040     DELETE INSTRUCTION-QUEUE
004040         INVALID KEY
004040             DISPLAY 'ERRO AO EXCLUIR A INSTRUCAO '
004040                 ISQ-OCORRENCIA ' DO BOLETO ' INV-NUMERO
004040         NOT INVALID KEY
004040             ADD 1 TO WRK-QTDE-EXCLUIDAS
004040     END-DELETE.
004040 4210-EXCLUIR-INSTRUCAO-EXIT.
004040     EXIT.
004040
004050*=========================================================
004060* BOLETO REGISTRADO DA FATURA BAIXADA: INSTRUCAO DE BAIXA
004070* (BX) NA FILA, PARA A REMESSA DE INSTRUCOES (PROGCOB71)
004080* AVISAR O BANCO - COMO NO ACORDO (PROGCB102)
004090*=========================================================
004100 4300-ENFILEIRAR-BAIXA.
004110     MOVE 1 TO WRK-PROX-SEQ.
004120     SET WRK-VARREDURA-ATIVA TO TRUE.
004130     MOVE INV-NUMERO TO ISQ-NOSSO-NUMERO.
004140     MOVE ZEROS TO ISQ-SEQUENCIA.
004150     START INSTRUCTION-QUEUE KEY >= ISQ-CHAVE
004160         INVALID KEY
004170             SET WRK-FIM-VARREDURA TO TRUE
004180     END-START.
004190     IF WRK-BOLINSQ-STATUS NOT = '00'
004200         SET WRK-FIM-VARREDURA TO TRUE
004210     END-IF.
004220     PERFORM 4310-LER-INSTRUCAO THRU 4310-LER-INSTRUCAO-EXIT
004230         UNTIL WRK-FIM-VARREDURA.
004240     MOVE INV-NUMERO TO ISQ-NOSSO-NUMERO.
004250     MOVE WRK-PROX-SEQ TO ISQ-SEQUENCIA.
004260     MOVE 'BX' TO ISQ-OCORRENCIA.
004270     MOVE ZEROS TO ISQ-DATA-NOVA.
004280     MOVE WRK-DATASISTEMA TO ISQ-DATA-GERACAO.
004290     SET ISQ-PENDENTE TO TRUE.
004300     WRITE ISQ-RECORD
004310         INVALID KEY
004320             DISPLAY 'ERRO AO ENFILEIRAR BAIXA DO BOLETO '
004330                 INV-NUMERO
004340         NOT INVALID KEY
004350             DISPLAY 'BAIXA DO BOLETO ' INV-NUMERO
004360                 ' ENFILEIRADA PARA O BANCO'
004370     END-WRITE.
004380 4300-ENFILEIRAR-BAIXA-EXIT.
004390     EXIT.
004400
004410 4310-LER-INSTRUCAO.
004420     READ INSTRUCTION-QUEUE NEXT RECORD
004430         AT END
004440             SET WRK-FIM-VARREDURA TO TRUE
004450             GO TO 4310-LER-INSTRUCAO-EXIT
004460     END-READ.
004470     IF WRK-BOLINSQ-STATUS NOT = '00'
004480             OR ISQ-NOSSO-NUMERO NOT = INV-NUMERO
004490         SET WRK-FIM-VARREDURA TO TRUE
004500         GO TO 4310-LER-INSTRUCAO-EXIT.
004510     COMPUTE WRK-PROX-SEQ = ISQ-SEQUENCIA + 1.
004520 4310-LER-INSTRUCAO-EXIT.
004530     EXIT.
004540
004550*=========================================================
004560* RECUSA DE PEDIDO PENDENTE: O SUPERVISOR RECUSA OU O
004570* PROPONENTE DESISTE - A FATURA NAO FOI TOCADA
004580*=========================================================
004590 5000-RECUSAR.
004600     PERFORM 1500-LER-PEDIDO THRU 1500-LER-PEDIDO-EXIT.
004610     IF NOT WRK-PEDIDO-ACHADO
004620         GO TO 5000-RECUSAR-EXIT.
004630     IF NOT BPD-PENDENTE
004640         DISPLAY 'SO PEDIDO PENDENTE PODE SER RECUSADO - '
004650             'SITUACAO ' BPD-STATUS
004660         GO TO 5000-RECUSAR-EXIT.
004670     IF WRK-NIVEL < 3 AND BPD-PROPONENTE NOT = WRK-USUARIO
004680         DISPLAY 'RECUSA SO PELO SUPERVISOR (NIVEL 3) OU PELO '
004690             'PROPONENTE'
004700         GO TO 5000-RECUSAR-EXIT.
004710     DISPLAY 'RECUSA A BAIXA DA FATURA ' BPD-FATURA
004720         ' DO LOCATARIO ' BPD-LOCATARIO ' (S/N)? '.
004730     MOVE 'N' TO WRK-CONFIRMA.
004740     ACCEPT WRK-CONFIRMA.
004750     IF NOT WRK-CONFIRMA-SIM
004760         DISPLAY 'NADA ALTERADO'
004770         GO TO 5000-RECUSAR-EXIT.
004780     SET BPD-RECUSADA TO TRUE.
004790     MOVE WRK-USUARIO TO BPD-APROVADOR.
004800     MOVE WRK-DATASISTEMA TO BPD-DATA-DECISAO.
004810     REWRITE BPD-RECORD
004820         INVALID KEY
004830             DISPLAY 'ERRO AO REGRAVAR O PEDIDO ' BPD-FATURA
004840         NOT INVALID KEY
004850             DISPLAY 'PEDIDO RECUSADO'
004860     END-REWRITE.
004870 5000-RECUSAR-EXIT.
004880     EXIT.
004890
004900*=========================================================
004910* CONSULTA: LISTA OS PEDIDOS PENDENTES DE APROVACAO
004920*=========================================================
004930 6000-CONSULTAR.
004940     MOVE ZEROS TO WRK-QTDE-PENDENTES.
004950     DISPLAY 'FATURA LOC. NOME                      VENCTO  '
004960         '          VALOR PEDIDO   EM'.
004970     MOVE ZEROS TO BPD-FATURA.
004980     START WRITE-OFF-FILE KEY NOT < BPD-FATURA
004990         INVALID KEY
005000             MOVE '10' TO WRK-BAIXPERD-STATUS
005010     END-START.
005020     PERFORM 6100-LISTAR-PEDIDO THRU 6100-LISTAR-PEDIDO-EXIT
005030         UNTIL WRK-BAIXPERD-EOF
005040            OR WRK-BAIXPERD-STATUS NOT = '00'.
005050     MOVE '00' TO WRK-BAIXPERD-STATUS.
005060     DISPLAY WRK-QTDE-PENDENTES ' PEDIDOS PENDENTES'.
005070 6000-CONSULTAR-EXIT.
005080     EXIT.
005090
005100 6100-LISTAR-PEDIDO.
005110     READ WRITE-OFF-FILE NEXT RECORD
005120         AT END
005130             SET WRK-BAIXPERD-EOF TO TRUE
005140             GO TO 6100-LISTAR-PEDIDO-EXIT
005150     END-READ.
005160     IF WRK-BAIXPERD-STATUS NOT = '00'
005170         GO TO 6100-LISTAR-PEDIDO-EXIT.
005180     IF NOT BPD-PENDENTE
005190         GO TO 6100-LISTAR-PEDIDO-EXIT.
005200     ADD 1 TO WRK-QTDE-PENDENTES.
005210     MOVE BPD-FATURA TO WRK-LP-FATURA.
005220     MOVE BPD-LOCATARIO TO WRK-LP-LOCATARIO.
005230     MOVE BPD-NOME TO WRK-LP-NOME.
005240     MOVE BPD-VENCIMENTO TO WRK-LP-VENCIMENTO.
005250     MOVE BPD-VALOR TO WRK-LP-VALOR.
005260     MOVE BPD-PROPONENTE TO WRK-LP-PROPONENTE.
005270     MOVE BPD-DATA-PEDIDO TO WRK-LP-DATA-PEDIDO.
005280     DISPLAY WRK-LINHA-PEDIDO.
005290 6100-LISTAR-PEDIDO-EXIT.
005300     EXIT.
