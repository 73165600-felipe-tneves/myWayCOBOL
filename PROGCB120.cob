000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCB120.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO FISCAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: PROGRAMA DE CONSOLE PARA TRABALHAR A FILA DA
000100*           CONCILIACAO BANCARIA (CONCBCO) GRAVADA PELO
000110*           PROGCB119 - LISTA OS LANCAMENTOS DO EXTRATO
000120*           SEM EXPLICACAO AINDA EM ABERTO, CONSULTA UM
000130*           LANCAMENTO PELA DATA E SEQUENCIA DO BANCO E
000140*           ATUALIZA A SITUACAO (ABERTO/EM ANALISE/
000150*           JUSTIFICADO/BAIXADO) COM UMA OBSERVACAO.
000160* OBS: LANCAMENTO CONCILIADO PELO BATCH NAO E ALTERADO AQUI.
000170* -----------------------------------------------------
000180* HISTORICO DE ALTERACOES
000190* 15/10/2026 FT  PROGRAMA CRIADO.
000200***********************************************************
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SPECIAL-NAMES.
000240     DECIMAL-POINT IS COMMA.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT BANK-RECON-LEDGER ASSIGN TO 'CONCBCO'
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS CBQ-CHAVE
000310         FILE STATUS IS WRK-CONCBCO-STATUS.
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  BANK-RECON-LEDGER.
000350     COPY CONCBCO.
000360 WORKING-STORAGE SECTION.
000370 77  WRK-CONCBCO-STATUS  PIC X(02) VALUE '00'.
000380 77  WRK-DATA            PIC 9(08) VALUE ZEROS.
000390 77  WRK-SEQUENCIA       PIC 9(05) VALUE ZEROS.
000400 77  WRK-DATASISTEMA     PIC 9(08) VALUE ZEROS.
000410 77  WRK-ENCONTROU       PIC X(01) VALUE 'N'.
000420     88  WRK-LANCAMENTO-ENCONTRADO VALUE 'S'.
000430 77  WRK-FIM-LISTA       PIC X(01) VALUE 'N'.
000440     88  WRK-LISTA-ACABOU        VALUE 'S'.
000450 77  WRK-NOVO-STATUS     PIC X(01) VALUE SPACES.
000460     88  WRK-STATUS-VALIDO       VALUE 'A' 'E' 'J' 'B'.
000470 77  WRK-OBSERVACAO      PIC X(40) VALUE SPACES.
000480 77  WRK-CONTINUA        PIC X(01) VALUE 'S'.
000490     88  WRK-CONTINUA-SIM        VALUE 'S'.
000500 77  WRK-QTDE-ABERTOS    PIC 9(06) VALUE ZEROS.
000510 77  WRK-VALOR-EDT       PIC ZZ.ZZZ.ZZ9,99.
000520 77  WRK-ENTRADA         PIC X(10) VALUE SPACES.
000530 77  WRK-VALOR-VALIDO    PIC 9(10) VALUE ZEROS.
000540 77  WRK-VALNUM-MIN-DATA PIC 9(10) VALUE 19000101.
000550 77  WRK-VALNUM-MAX-DATA PIC 9(10) VALUE 99991231.
000560 77  WRK-VALNUM-MIN-SEQ  PIC 9(10) VALUE 1.
000570 77  WRK-VALNUM-MAX-SEQ  PIC 9(10) VALUE 99999.
000580 77  WRK-VALIDO          PIC X(01) VALUE 'N'.
000590     88  WRK-ENTRADA-OK        VALUE 'S'.
000600     88  WRK-ENTRADA-RUIM      VALUE 'N'.
000610 PROCEDURE DIVISION.
000620
000630 0000-MAINLINE.
000640     ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
000650     OPEN I-O BANK-RECON-LEDGER.
000660     IF WRK-CONCBCO-STATUS NOT = '00'
000670         DISPLAY 'ERRO AO ABRIR A FILA DA CONCILIACAO - '
000680             'STATUS ' WRK-CONCBCO-STATUS
000690     ELSE
000700         PERFORM 0500-LISTAR-ABERTOS
000710             THRU 0500-LISTAR-ABERTOS-EXIT
000720         PERFORM 1000-TRABALHAR-LANCAMENTO
000730             THRU 1000-TRABALHAR-LANCAMENTO-EXIT
000740             UNTIL NOT WRK-CONTINUA-SIM
000750         CLOSE BANK-RECON-LEDGER
000760     END-IF.
000770     GOBACK.
000780
000790*=========================================================
000800* LANCAMENTOS SEM EXPLICACAO AINDA EM ABERTO NA FILA
000810*=========================================================
000820 0500-LISTAR-ABERTOS.
000830     DISPLAY '================================================'.
000840     DISPLAY '   LANCAMENTOS SEM EXPLICACAO EM ABERTO         '.
000850     DISPLAY '================================================'.
000860     MOVE ZEROS TO CBQ-CHAVE.
000870     START BANK-RECON-LEDGER KEY IS NOT LESS THAN CBQ-CHAVE
000880         INVALID KEY
000890             SET WRK-LISTA-ACABOU TO TRUE
000900     END-START.
000910     PERFORM 0600-LISTAR-ABERTO THRU 0600-LISTAR-ABERTO-EXIT
000920         UNTIL WRK-LISTA-ACABOU.
000930     DISPLAY 'LANCAMENTOS EM ABERTO: ' WRK-QTDE-ABERTOS.
000940 0500-LISTAR-ABERTOS-EXIT.
000950     EXIT.
000960
000970 0600-LISTAR-ABERTO.
000980     READ BANK-RECON-LEDGER NEXT RECORD
000990         AT END
001000             SET WRK-LISTA-ACABOU TO TRUE
001010             GO TO 0600-LISTAR-ABERTO-EXIT
001020     END-READ.
001030     IF NOT CBQ-EM-ABERTO
001040         GO TO 0600-LISTAR-ABERTO-EXIT.
001050     ADD 1 TO WRK-QTDE-ABERTOS.
001060     MOVE CBQ-VALOR TO WRK-VALOR-EDT.
001070     DISPLAY CBQ-DATA ' ' CBQ-SEQUENCIA ' ' CBQ-NATUREZA ' '
001080         WRK-VALOR-EDT ' ' CBQ-HISTORICO ' ' CBQ-STATUS.
001090 0600-LISTAR-ABERTO-EXIT.
001100     EXIT.
001110
001120 1000-TRABALHAR-LANCAMENTO.
001130     DISPLAY '================================================'.
001140     DISPLAY '      FILA DA CONCILIACAO BANCARIA              '.
001150     DISPLAY '================================================'.
001160     PERFORM 2000-LER-CHAVE THRU 2000-LER-CHAVE-EXIT.
001170     PERFORM 3000-LOCALIZAR-LANCAMENTO
001180         THRU 3000-LOCALIZAR-LANCAMENTO-EXIT.
001190     IF NOT WRK-LANCAMENTO-ENCONTRADO
001200         DISPLAY 'NAO EXISTE LANCAMENTO ' WRK-DATA '/'
001210             WRK-SEQUENCIA ' NA CONCILIACAO'
001220     ELSE
001230         PERFORM 4000-EXIBIR-LANCAMENTO
001240             THRU 4000-EXIBIR-LANCAMENTO-EXIT
001250         PERFORM 5000-ATUALIZAR-STATUS
001260             THRU 5000-ATUALIZAR-STATUS-EXIT
001270     END-IF.
001280     DISPLAY 'TRABALHAR OUTRO LANCAMENTO (S/N)? '.
001290     ACCEPT WRK-CONTINUA.
001300 1000-TRABALHAR-LANCAMENTO-EXIT.
001310     EXIT.
001320
001330 2000-LER-CHAVE.
001340     SET WRK-ENTRADA-RUIM TO TRUE.
001350     PERFORM 2100-LER-DATA-CONSOLE
001360         THRU 2100-LER-DATA-CONSOLE-EXIT
001370         UNTIL WRK-ENTRADA-OK.
001380     SET WRK-ENTRADA-RUIM TO TRUE.
001390     PERFORM 2200-LER-SEQUENCIA-CONSOLE
001400         THRU 2200-LER-SEQUENCIA-CONSOLE-EXIT
001410         UNTIL WRK-ENTRADA-OK.
001420 2000-LER-CHAVE-EXIT.
001430     EXIT.
001440
001450 2100-LER-DATA-CONSOLE.
001460     DISPLAY 'DATA DO LANCAMENTO (AAAAMMDD): '.
001470     ACCEPT WRK-ENTRADA FROM CONSOLE.
001480     CALL 'VALNUM' USING BY CONTENT WRK-ENTRADA
001490                          BY CONTENT WRK-VALNUM-MIN-DATA
001500                          BY CONTENT WRK-VALNUM-MAX-DATA
001510                          BY REFERENCE WRK-VALOR-VALIDO
001520                          BY REFERENCE WRK-VALIDO.
001530     IF WRK-ENTRADA-OK
001540         MOVE WRK-VALOR-VALIDO TO WRK-DATA
001550     ELSE
001560         DISPLAY 'DATA INVALIDA - REDIGITE'
001570     END-IF.
001580 2100-LER-DATA-CONSOLE-EXIT.
001590     EXIT.
001600
001610 2200-LER-SEQUENCIA-CONSOLE.
001620     DISPLAY 'SEQUENCIA DO LANCAMENTO NO EXTRATO: '.
001630     ACCEPT WRK-ENTRADA FROM CONSOLE.
001640     CALL 'VALNUM' USING BY CONTENT WRK-ENTRADA
001650                          BY CONTENT WRK-VALNUM-MIN-SEQ
001660                          BY CONTENT WRK-VALNUM-MAX-SEQ
001670                          BY REFERENCE WRK-VALOR-VALIDO
001680                          BY REFERENCE WRK-VALIDO.
001690     IF WRK-ENTRADA-OK
001700         MOVE WRK-VALOR-VALIDO TO WRK-SEQUENCIA
001710     ELSE
001720         DISPLAY 'SEQUENCIA INVALIDA - REDIGITE'
001730     END-IF.
001740 2200-LER-SEQUENCIA-CONSOLE-EXIT.
001750     EXIT.
001760
001770 3000-LOCALIZAR-LANCAMENTO.
001780     MOVE 'N' TO WRK-ENCONTROU.
001790     MOVE WRK-DATA TO CBQ-DATA.
001800     MOVE WRK-SEQUENCIA TO CBQ-SEQUENCIA.
001810     READ BANK-RECON-LEDGER
001820         INVALID KEY
001830             CONTINUE
001840         NOT INVALID KEY
001850             SET WRK-LANCAMENTO-ENCONTRADO TO TRUE
001860     END-READ.
001870 3000-LOCALIZAR-LANCAMENTO-EXIT.
001880     EXIT.
001890
001900 4000-EXIBIR-LANCAMENTO.
001910     DISPLAY '=========================================='.
001920     DISPLAY 'DATA/SEQUENCIA.... ' CBQ-DATA '/' CBQ-SEQUENCIA.
001930     DISPLAY 'NATUREZA (C/D).... ' CBQ-NATUREZA.
001940     MOVE CBQ-VALOR TO WRK-VALOR-EDT.
001950     DISPLAY 'VALOR............. ' WRK-VALOR-EDT.
001960     DISPLAY 'REFERENCIA........ ' CBQ-REFERENCIA.
001970     DISPLAY 'HISTORICO......... ' CBQ-HISTORICO.
001980     DISPLAY 'IMPORTADO EM...... ' CBQ-DATA-IMPORTACAO.
001990     DISPLAY 'SITUACAO ATUAL.... ' CBQ-STATUS.
002000     IF CBQ-CONCILIADO
002010         DISPLAY 'CONCILIADO COM.... ' CBQ-ORIGEM ' '
002020             CBQ-CHAVE-ESPERADA
002030     END-IF.
002040     IF CBQ-DATA-TRATAMENTO NOT = ZEROS
002050         DISPLAY 'TRATADO EM........ ' CBQ-DATA-TRATAMENTO
002060     END-IF.
002070     DISPLAY 'OBSERVACAO........ ' CBQ-OBSERVACAO.
002080     DISPLAY '=========================================='.
002090 4000-EXIBIR-LANCAMENTO-EXIT.
002100     EXIT.
002110
002120 5000-ATUALIZAR-STATUS.
002130     IF CBQ-CONCILIADO
002140         DISPLAY 'LANCAMENTO CONCILIADO - NADA A TRATAR'
002150         GO TO 5000-ATUALIZAR-STATUS-EXIT.
002160     DISPLAY 'NOVA SITUACAO - A=ABERTO E=EM ANALISE '
002170         'J=JUSTIFICADO B=BAIXADO (ENTER MANTEM): '.
002180     MOVE SPACES TO WRK-NOVO-STATUS.
002190     ACCEPT WRK-NOVO-STATUS.
002200     EVALUATE TRUE
002210         WHEN WRK-NOVO-STATUS = SPACES
002220             DISPLAY 'SITUACAO MANTIDA: ' CBQ-STATUS
002230         WHEN NOT WRK-STATUS-VALIDO
002240             DISPLAY 'SITUACAO INVALIDA - NADA ALTERADO'
002250         WHEN OTHER
002260             DISPLAY 'OBSERVACAO (ENTER MANTEM A ATUAL): '
002270             MOVE SPACES TO WRK-OBSERVACAO
002280             ACCEPT WRK-OBSERVACAO
002290             IF WRK-OBSERVACAO NOT = SPACES
002300                 MOVE WRK-OBSERVACAO TO CBQ-OBSERVACAO
002310             END-IF
002320             MOVE WRK-NOVO-STATUS TO CBQ-STATUS
002330             MOVE WRK-DATASISTEMA TO CBQ-DATA-TRATAMENTO
002340             REWRITE CBQ-RECORD
002350                 INVALID KEY
002360                     DISPLAY 'ERRO AO REGRAVAR O LANCAMENTO'
002370                 NOT INVALID KEY
002380                     DISPLAY 'SITUACAO ATUALIZADA PARA '
002390                         CBQ-STATUS
002400             END-REWRITE
002410     END-EVALUATE.
002420 5000-ATUALIZAR-STATUS-EXIT.
002430     EXIT.
