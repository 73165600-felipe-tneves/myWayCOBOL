000310*      (TIPOS E/X) FICAM FORA, COMO NO RESUMO MENSAL.
000320*      ALUGUEL E LANCADO NA EMPRESA 01 (AS FATURAS NAO
000330*      CARREGAM EMPRESA) COM CENTRO DE CUSTO ALUG; FRETE
000340*      USA O CENTRO DE CUSTO FRET. A PROVISAO PARA
000340*      DEVEDORES DUVIDOSOS VEM DO TOTAL DO PERIODO NO
000340*      PROVPDD (APURADO PELO PROGCB104 NO FECHAMENTO):
000340*      AJUSTE POSITIVO E COMPLEMENTO (PD), NEGATIVO E
000340*      REVERSAO (PR); SEM APURACAO DO PERIODO, NADA E
000340*      LANCADO E O RELATORIO AVISA.
000350* -----------------------------------------------------
000360* HISTORICO DE ALTERACOES
000370* 01/09/2026 FT  PROGRAMA CRIADO.
000370* 15/10/2026 FT  DA FOLHIST SO ENTRAM OS REGISTROS DA FOLHA
000370*                MENSAL (TIPO M) - 13o E RESCISAO, QUE AGORA
000370*                TAMBEM GRAVAM NO HISTORICO, FICAM FORA.
000370* 15/10/2026 FT  PARCELA DE ACORDO DE PARCELAMENTO E SALDO
000370*                RESTAURADO NA QUEBRA DO ACORDO NAO ENTRAM
000370*                COMO RECEITA NA EMISSAO (O ALUGUEL JA ENTROU
000370*                NA FATURA ORIGINAL); O PAGAMENTO DELAS ENTRA
000370*                NA BAIXA NORMALMENTE.
000370* 15/10/2026 FT  INCLUIDOS OS EVENTOS DA PROVISAO PARA
000370*                DEVEDORES DUVIDOSOS (PD = COMPLEMENTO, PR =
000370*                REVERSAO, DO PROVPDD), DA BAIXA COMO PERDA
000370*                (BP, FATURAS COM DATA DA PERDA NO PERIODO) E
000370*                DA RECUPERACAO (RR): PAGAMENTO DE FATURA
000370*                BAIXADA COMO PERDA SAI DA BAIXA (RS) E ENTRA
000370*                PELO VALOR PAGO COMO RECUPERACAO.
000370* 15/10/2026 FT  INCLUIDO O EVENTO RT = IMPOSTOS RETIDOS NA
000370*                FONTE PELO LOCATARIO A COMPENSAR: NA FATURA
000370*                PAGA COM RETENCAO A BAIXA (RS) PASSA A SER
000370*                O LIQUIDO RECEBIDO MAIS OS ENCARGOS E O
000370*                RETIDO VAI PARA O RT.
000380***********************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000730     SELECT CONTROLE-REPORT ASSIGN TO 'GLEXPRPT'
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS GLE-REPORT-STATUS.
000750     SELECT PROVISION-FILE ASSIGN TO 'PROVPDD'
000750         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS RANDOM
000750         RECORD KEY IS PVS-CHAVE
000750         FILE STATUS IS GLE-PROVPDD-STATUS.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  FREIGHT-HISTORY.
000870     COPY GLMAP.
000880 FD  GL-JOURNAL.
000890     COPY GLJRNL.
000890 FD  PROVISION-FILE.
000890     COPY PROVPDD.
000900 FD  CONTROLE-REPORT
000910     RECORD CONTAINS 90 CHARACTERS.
000920 01  GLE-REPORT-LINE          PIC X(90).
001020     05  GLE-GLMAP-STATUS     PIC X(02) VALUE '00'.
001030     05  GLE-GLJRNL-STATUS    PIC X(02) VALUE '00'.
001040     05  GLE-REPORT-STATUS    PIC X(02) VALUE '00'.
001040     05  GLE-PROVPDD-STATUS   PIC X(02) VALUE '00'.
001050     05  GLE-SW-EMPMAST       PIC X(01) VALUE 'N'.
001060         88  GLE-EMPMAST-DISPONIVEL   VALUE 'S'.
001070     05  GLE-SW-MAPA          PIC X(01) VALUE 'N'.
001210 01  GLE-TOTAIS-ALUGUEL.
001220     05  GLE-AL-EMITIDAS      PIC 9(11)V99 COMP-3 VALUE ZEROS.
001230     05  GLE-AL-BAIXADAS      PIC 9(11)V99 COMP-3 VALUE ZEROS.
001230     05  GLE-AL-PERDAS        PIC 9(11)V99 COMP-3 VALUE ZEROS.
001230     05  GLE-AL-RECUPERADAS   PIC 9(11)V99 COMP-3 VALUE ZEROS.
001230     05  GLE-AL-RETIDAS       PIC 9(11)V99 COMP-3 VALUE ZEROS.
001230     05  GLE-AL-PROV-AJUSTE   PIC S9(11)V99 COMP-3 VALUE ZEROS.
001240
001250 01  GLE-TABELA-FOLHA.
001260     05  GLE-FO-QTDE          PIC 9(03) COMP VALUE ZEROS.
002710     STRING ' PERIODO: ' GLE-PERIODO
002720         DELIMITED BY SIZE INTO GLE-REPORT-LINE.
002730     WRITE GLE-REPORT-LINE.
002730     PERFORM 1100-LER-PROVISAO THRU 1100-LER-PROVISAO-EXIT.
002740     MOVE SPACES TO GLE-REPORT-LINE.
002750     WRITE GLE-REPORT-LINE.
002760 1000-INICIALIZAR-EXIT.
002770     EXIT.
002780
002780*=========================================================
002780* PROVISAO PARA DEVEDORES DUVIDOSOS: AJUSTE DO REGISTRO DE
002780* TOTAL DO PERIODO NO PROVPDD (LOCATARIO E EMPRESA ZEROS).
002780* SEM A APURACAO DO PERIODO NADA E LANCADO - O RELATORIO
002780* AVISA PARA RODAR O PROGCB104 E REEXPORTAR.
002780*=========================================================
002780 1100-LER-PROVISAO.
002780     OPEN INPUT PROVISION-FILE.
002780     IF GLE-PROVPDD-STATUS NOT = '00'
002780         MOVE ' PROVISAO PDD: ARQUIVO PROVPDD INDISPONIVEL - '
002780             TO GLE-REPORT-LINE
002780         WRITE GLE-REPORT-LINE
002780         MOVE '   NENHUM AJUSTE DE PROVISAO LANCADO'
002780             TO GLE-REPORT-LINE
002780         WRITE GLE-REPORT-LINE
002780         GO TO 1100-LER-PROVISAO-EXIT.
002780     MOVE GLE-PERIODO TO PVS-PERIODO.
002780     MOVE ZEROS TO PVS-LOCATARIO PVS-EMPRESA.
002780     READ PROVISION-FILE
002780         INVALID KEY
002780             MOVE SPACES TO GLE-REPORT-LINE
002780             STRING ' PROVISAO PDD: PERIODO ' GLE-PERIODO
002780                 ' NAO APURADO - NENHUM AJUSTE LANCADO'
002780                 DELIMITED BY SIZE INTO GLE-REPORT-LINE
002780             WRITE GLE-REPORT-LINE
002780             END-WRITE
002780         NOT INVALID KEY
002780             MOVE PVS-AJUSTE TO GLE-AL-PROV-AJUSTE
002780     END-READ.
002780     CLOSE PROVISION-FILE.
002780 1100-LER-PROVISAO-EXIT.
002780     EXIT.
002780
002790*=========================================================
002800* FRETE DO PERIODO: ACUMULA FRETE BRL E ICMS POR EMPRESA.
002810* A LEITURA E EM ORDEM DE PERIODO - PASSOU DO PERIODO
003390* ALUGUEL: FATURA EMITIDA NO PERIODO ENTRA COMO RECEITA
003400* (RI); FATURA PAGA NO PERIODO ENTRA COMO BAIXA (RS) COM
003410* MULTA E JUROS RECEBIDOS JUNTO. EMPRESA 01, CC ALUG.
003410* FATURA COM DATA DA PERDA NO PERIODO ENTRA COMO BAIXA
003410* COMO PERDA (BP); SE FOI PAGA DEPOIS DA PERDA, O
003410* PAGAMENTO E RECUPERACAO (RR) PELO VALOR PAGO. IMPOSTO
003410* RETIDO NA FONTE PELO LOCATARIO SAI DA BAIXA E ENTRA
003410* COMO IMPOSTO A COMPENSAR (RT).
003420*=========================================================
003430 3000-ACUMULAR-ALUGUEL.
003440     IF INV-DATA-EMISSAO (1:6) = GLE-PERIODO
003440            AND NOT INV-GERADA-ACORDO
003450         ADD INV-VALOR-BRL TO GLE-AL-EMITIDAS
003460     END-IF.
003460     IF INV-DATA-PERDA NOT = ZEROS
003460            AND INV-DATA-PERDA (1:6) = GLE-PERIODO
003460         ADD INV-VALOR-BRL TO GLE-AL-PERDAS
003460     END-IF.
003470     IF INV-PAGA
003480        AND INV-DATA-PAGAMENTO (1:6) = GLE-PERIODO
003480         IF INV-DATA-PERDA NOT = ZEROS
003480             ADD INV-VALOR-PAGO TO GLE-AL-RECUPERADAS
003480         ELSE
003490             COMPUTE GLE-AL-BAIXADAS = GLE-AL-BAIXADAS
003500                 + INV-VALOR-BRL + INV-MULTA + INV-JUROS
003500             IF INV-VALOR-RETIDO NUMERIC
003500                 SUBTRACT INV-VALOR-RETIDO FROM GLE-AL-BAIXADAS
003500                 ADD INV-VALOR-RETIDO TO GLE-AL-RETIDAS
003500             END-IF
003500         END-IF
003510     END-IF.
003520     READ RENT-INVOICES
003530         AT END SET GLE-RENTINV-EOF TO TRUE
003620* FORA DO CADASTRO ENTRA NA EMPRESA 01, CC GERAL.
003630*=========================================================
003640 4000-ACUMULAR-FOLHA.
003650     IF FHI-COMPETENCIA NOT = GLE-PERIODO OR NOT FHI-MENSAL
003660         GO TO 4000-ACUMULAR-FOLHA-LER.
003670     MOVE 1 TO GLE-EMPRESA.
003680     MOVE 'GERA' TO GLE-CCUSTO.
004470     MOVE 'RS' TO GLE-EVENTO.
004480     MOVE GLE-AL-BAIXADAS TO GLE-VALOR.
004490     PERFORM 5500-LANCAR-EVENTO THRU 5500-LANCAR-EVENTO-EXIT.
004490     MOVE 'BP' TO GLE-EVENTO.
004490     MOVE GLE-AL-PERDAS TO GLE-VALOR.
004490     PERFORM 5500-LANCAR-EVENTO THRU 5500-LANCAR-EVENTO-EXIT.
004490     MOVE 'RR' TO GLE-EVENTO.
004490     MOVE GLE-AL-RECUPERADAS TO GLE-VALOR.
004490     PERFORM 5500-LANCAR-EVENTO THRU 5500-LANCAR-EVENTO-EXIT.
004490     MOVE 'RT' TO GLE-EVENTO.
004490     MOVE GLE-AL-RETIDAS TO GLE-VALOR.
004490     PERFORM 5500-LANCAR-EVENTO THRU 5500-LANCAR-EVENTO-EXIT.
004490     IF GLE-AL-PROV-AJUSTE < ZEROS
004490         MOVE 'PR' TO GLE-EVENTO
004490         COMPUTE GLE-VALOR = ZEROS - GLE-AL-PROV-AJUSTE
004490     ELSE
004490         MOVE 'PD' TO GLE-EVENTO
004490         MOVE GLE-AL-PROV-AJUSTE TO GLE-VALOR
004490     END-IF.
004490     PERFORM 5500-LANCAR-EVENTO THRU 5500-LANCAR-EVENTO-EXIT.
004500     PERFORM 5200-LANCAR-FOLHA THRU 5200-LANCAR-FOLHA-EXIT
004510         VARYING GLE-IND FROM 1 BY 1
004520         UNTIL GLE-IND > GLE-FO-QTDE.
