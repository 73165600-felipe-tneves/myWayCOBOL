000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCOB94.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE LOGISTICA.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: CONFERENCIA DIARIA DOS DOCUMENTOS DE
000100*           CONFORMIDADE DAS TRANSPORTADORAS (CARRDOC) -
000110*           PASSO DO LOTE NOTURNO (BATNOITE) ANTES DO LOTE DE
000120*           FRETE. LISTA NO RELATORIO DOCVENC CADA DOCUMENTO
000130*           VENCIDO OU QUE VENCE EM ATE 30 DIAS CORRIDOS, COM
000140*           A SITUACAO: BLOQUEIA (OBRIGATORIO VENCIDO - A
000150*           TRANSPORTADORA FICA FORA DA COTACAO E DO
000160*           PAGAMENTO ATE A RENOVACAO), VENCIDO (NAO
000170*           OBRIGATORIO) OU A VENCER. NO FIM, TOTAIS E A
000180*           QUANTIDADE DE TRANSPORTADORAS BLOQUEADAS.
000190* OBS: A DATA DO PROCESSAMENTO E A DO BUSIDATE (DIFERENTE
000200*      DE ZEROS), SENAO A DO SISTEMA. DEVOLVE RETURN-CODE 4
000210*      QUANDO HA TRANSPORTADORA BLOQUEADA, PARA A OPERACAO
000220*      SER AVISADA. O BLOQUEIO EM SI E FEITO PELA ROTINA
000230*      DOCCHK, CHAMADA PELOS LOTES DE FRETE E PAGAMENTO.
000240* -----------------------------------------------------
000250* HISTORICO DE ALTERACOES
000260* 15/10/2026 FT  PROGRAMA CRIADO.
000270***********************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SPECIAL-NAMES.
000310     DECIMAL-POINT IS COMMA.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CARRIER-DOCUMENTS ASSIGN TO 'CARRDOC'
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS CDC-CHAVE
000380         FILE STATUS IS DVC-CARRDOC-STATUS.
000390     SELECT CARRIER-MASTER ASSIGN TO 'CARRMAST'
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS CAR-CODIGO
000430         FILE STATUS IS DVC-CARRMAST-STATUS.
000440     SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSIDATE'
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS DVC-BUSIDATE-STATUS.
000470     SELECT DOCUMENT-REPORT ASSIGN TO 'DOCVENC'
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS DVC-REPORT-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  CARRIER-DOCUMENTS.
000530     COPY CARRDOC.
000540 FD  CARRIER-MASTER.
000550     COPY CARRMST.
000560 FD  BUSINESS-DATE-FILE.
000570     COPY BUSIDATE.
000580 FD  DOCUMENT-REPORT
000590     RECORD CONTAINS 80 CHARACTERS.
000600 01  DVC-REPORT-LINE          PIC X(80).
000610 WORKING-STORAGE SECTION.
000620 01  DVC-SWITCHES.
000630     05  DVC-CARRDOC-STATUS   PIC X(02) VALUE '00'.
000640         88  DVC-CARRDOC-EOF      VALUE '10'.
000650     05  DVC-CARRMAST-STATUS  PIC X(02) VALUE '00'.
000660     05  DVC-BUSIDATE-STATUS  PIC X(02) VALUE '00'.
000670     05  DVC-REPORT-STATUS    PIC X(02) VALUE '00'.
000680     05  DVC-SW-ABERTOS       PIC X(01) VALUE 'N'.
000690         88  DVC-ARQUIVOS-ABERTOS     VALUE 'S'.
000700     05  DVC-SW-CARRMAST      PIC X(01) VALUE 'N'.
000710         88  DVC-CARRMAST-DISPONIVEL  VALUE 'S'.
000720
000730 01  DVC-CONTADORES.
000740     05  DVC-QTDE-LIDOS       PIC 9(06) COMP VALUE ZEROS.
000750     05  DVC-QTDE-BLOQUEIO    PIC 9(06) COMP VALUE ZEROS.
000760     05  DVC-QTDE-VENCIDOS    PIC 9(06) COMP VALUE ZEROS.
000770     05  DVC-QTDE-A-VENCER    PIC 9(06) COMP VALUE ZEROS.
000780     05  DVC-QTDE-TRANSP-BLOQ PIC 9(06) COMP VALUE ZEROS.
000790
000800 01  DVC-DATASISTEMA          PIC 9(08) VALUE ZEROS.
000810 01  DVC-DATA-LIMITE          PIC 9(08) VALUE ZEROS.
000820 01  DVC-DIAS-AVISO           PIC S9(03) VALUE +30.
000830 01  DVC-ULTIMA-BLOQUEADA     PIC X(03) VALUE SPACES.
000840
000850 01  DVC-LINHA-CABECALHO.
000860     05  FILLER               PIC X(07) VALUE 'TRANSP '.
000870     05  FILLER               PIC X(21) VALUE 'NOME'.
000880     05  FILLER               PIC X(05) VALUE 'TIPO '.
000890     05  FILLER               PIC X(21) VALUE 'NUMERO'.
000900     05  FILLER               PIC X(09) VALUE 'VALIDADE '.
000910     05  FILLER               PIC X(17) VALUE 'SITUACAO'.
000920
000930 01  DVC-LINHA-DETALHE.
000940     05  DVC-D-TRANSP         PIC X(03).
000950     05  FILLER               PIC X(04) VALUE SPACES.
000960     05  DVC-D-NOME           PIC X(20).
000970     05  FILLER               PIC X(01) VALUE SPACES.
000980     05  DVC-D-TIPO           PIC X(02).
000990     05  FILLER               PIC X(03) VALUE SPACES.
001000     05  DVC-D-NUMERO         PIC X(20).
001010     05  FILLER               PIC X(01) VALUE SPACES.
001020     05  DVC-D-VALIDADE       PIC 9(08).
001030     05  FILLER               PIC X(01) VALUE SPACES.
001040     05  DVC-D-SITUACAO       PIC X(17).
001050
001060 01  DVC-LINHA-QTDE.
001070     05  DVC-Q-ROTULO         PIC X(35).
001080     05  DVC-Q-VALOR          PIC ZZZ.ZZ9.
001090
001100 PROCEDURE DIVISION.
001110
001120 0000-MAINLINE.
001130     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001140     IF DVC-ARQUIVOS-ABERTOS
001150         PERFORM 2000-PROCESSAR-DOCUMENTO
001160             THRU 2000-PROCESSAR-DOCUMENTO-EXIT
001170             UNTIL DVC-CARRDOC-EOF
001180         PERFORM 3000-TOTALIZAR THRU 3000-TOTALIZAR-EXIT
001190     END-IF.
001200     PERFORM 4000-FINALIZAR THRU 4000-FINALIZAR-EXIT.
001210     GOBACK.
001220
001230 1000-INICIALIZAR.
001240     ACCEPT DVC-DATASISTEMA FROM DATE YYYYMMDD.
001250     OPEN INPUT BUSINESS-DATE-FILE.
001260     IF DVC-BUSIDATE-STATUS = '00'
001270         READ BUSINESS-DATE-FILE
001280             AT END
001290                 CONTINUE
001300             NOT AT END
001310                 IF BSD-DATA NOT = ZEROS
001320                     MOVE BSD-DATA TO DVC-DATASISTEMA
001330                 END-IF
001340         END-READ
001350         CLOSE BUSINESS-DATE-FILE
001360     END-IF.
001370*    AVISO A PARTIR DE 30 DIAS CORRIDOS ANTES DO VENCIMENTO,
001380*    O MESMO LIMITE DA ROTINA DOCCHK
001390     CALL 'DIACORR' USING BY CONTENT DVC-DATASISTEMA
001400                          BY CONTENT DVC-DIAS-AVISO
001410                          BY REFERENCE DVC-DATA-LIMITE.
001420     OPEN INPUT CARRIER-DOCUMENTS.
001430     IF DVC-CARRDOC-STATUS NOT = '00'
001440         DISPLAY 'ARQUIVO DE DOCUMENTOS AUSENTE - STATUS '
001450             DVC-CARRDOC-STATUS ' - NADA A CONFERIR'
001460         GO TO 1000-INICIALIZAR-EXIT.
001470     OPEN INPUT CARRIER-MASTER.
001480     IF DVC-CARRMAST-STATUS = '00'
001490         SET DVC-CARRMAST-DISPONIVEL TO TRUE
001500     END-IF.
001510     OPEN OUTPUT DOCUMENT-REPORT.
001520     SET DVC-ARQUIVOS-ABERTOS TO TRUE.
001530     MOVE SPACES TO DVC-REPORT-LINE.
001540     STRING '=== DOCUMENTOS DE TRANSPORTADORA VENCIDOS OU A '
001550            'VENCER - ' DVC-DATASISTEMA ' ==='
001560         DELIMITED BY SIZE INTO DVC-REPORT-LINE.
001570     WRITE DVC-REPORT-LINE.
001580     MOVE SPACES TO DVC-REPORT-LINE.
001590     WRITE DVC-REPORT-LINE.
001600     WRITE DVC-REPORT-LINE FROM DVC-LINHA-CABECALHO.
001610     READ CARRIER-DOCUMENTS
001620         AT END SET DVC-CARRDOC-EOF TO TRUE
001630     END-READ.
001640 1000-INICIALIZAR-EXIT.
001650     EXIT.
001660
001670*=========================================================
001680* DOCUMENTO SEM VALIDADE OU COM MAIS DE 30 DIAS PELA FRENTE
001690* SO CONTA; OS DEMAIS SAEM NA LISTAGEM. A TRANSPORTADORA
001700* BLOQUEADA E CONTADA UMA VEZ (ARQUIVO EM ORDEM DE
001710* TRANSPORTADORA)
001720*=========================================================
001730 2000-PROCESSAR-DOCUMENTO.
001740     ADD 1 TO DVC-QTDE-LIDOS.
001750     IF CDC-DATA-VALIDADE = ZEROS
001760             OR CDC-DATA-VALIDADE > DVC-DATA-LIMITE
001770         GO TO 2000-PROCESSAR-DOCUMENTO-LER.
001780     EVALUATE TRUE
001790         WHEN CDC-DATA-VALIDADE < DVC-DATASISTEMA
001800                 AND (CDC-TIPO-FIXO-OBRIG OR CDC-OBRIGATORIO-SIM)
001810             MOVE 'BLOQUEIA' TO DVC-D-SITUACAO
001820             ADD 1 TO DVC-QTDE-BLOQUEIO
001830             IF CDC-TRANSPORTADORA NOT = DVC-ULTIMA-BLOQUEADA
001840                 ADD 1 TO DVC-QTDE-TRANSP-BLOQ
001850                 MOVE CDC-TRANSPORTADORA TO DVC-ULTIMA-BLOQUEADA
001860             END-IF
001870         WHEN CDC-DATA-VALIDADE < DVC-DATASISTEMA
001880             MOVE 'VENCIDO NAO OBRIG' TO DVC-D-SITUACAO
001890             ADD 1 TO DVC-QTDE-VENCIDOS
001900         WHEN OTHER
001910             MOVE 'A VENCER' TO DVC-D-SITUACAO
001920             ADD 1 TO DVC-QTDE-A-VENCER
001930     END-EVALUATE.
001940     MOVE CDC-TRANSPORTADORA TO DVC-D-TRANSP.
001950     MOVE SPACES TO DVC-D-NOME.
001960     IF DVC-CARRMAST-DISPONIVEL
001970         MOVE CDC-TRANSPORTADORA TO CAR-CODIGO
001980         READ CARRIER-MASTER
001990             INVALID KEY
002000                 MOVE '(NAO CADASTRADA)' TO DVC-D-NOME
002010             NOT INVALID KEY
002020                 MOVE CAR-NOME TO DVC-D-NOME
002030         END-READ
002040     END-IF.
002050     MOVE CDC-TIPO TO DVC-D-TIPO.
002060     MOVE CDC-NUMERO TO DVC-D-NUMERO.
002070     MOVE CDC-DATA-VALIDADE TO DVC-D-VALIDADE.
002080     WRITE DVC-REPORT-LINE FROM DVC-LINHA-DETALHE.
002090 2000-PROCESSAR-DOCUMENTO-LER.
002100     READ CARRIER-DOCUMENTS
002110         AT END SET DVC-CARRDOC-EOF TO TRUE
002120     END-READ.
002130 2000-PROCESSAR-DOCUMENTO-EXIT.
002140     EXIT.
002150
002160 3000-TOTALIZAR.
002170     MOVE SPACES TO DVC-REPORT-LINE.
002180     WRITE DVC-REPORT-LINE.
002190     MOVE 'DOCUMENTOS LIDOS..................:' TO DVC-Q-ROTULO.
002200     MOVE DVC-QTDE-LIDOS TO DVC-Q-VALOR.
002210     WRITE DVC-REPORT-LINE FROM DVC-LINHA-QTDE.
002220     MOVE 'OBRIGATORIOS VENCIDOS (BLOQUEIO)..:' TO DVC-Q-ROTULO.
002230     MOVE DVC-QTDE-BLOQUEIO TO DVC-Q-VALOR.
002240     WRITE DVC-REPORT-LINE FROM DVC-LINHA-QTDE.
002250     MOVE 'NAO OBRIGATORIOS VENCIDOS.........:' TO DVC-Q-ROTULO.
002260     MOVE DVC-QTDE-VENCIDOS TO DVC-Q-VALOR.
002270     WRITE DVC-REPORT-LINE FROM DVC-LINHA-QTDE.
002280     MOVE 'VENCEM EM ATE 30 DIAS.............:' TO DVC-Q-ROTULO.
002290     MOVE DVC-QTDE-A-VENCER TO DVC-Q-VALOR.
002300     WRITE DVC-REPORT-LINE FROM DVC-LINHA-QTDE.
002310     MOVE 'TRANSPORTADORAS BLOQUEADAS........:' TO DVC-Q-ROTULO.
002320     MOVE DVC-QTDE-TRANSP-BLOQ TO DVC-Q-VALOR.
002330     WRITE DVC-REPORT-LINE FROM DVC-LINHA-QTDE.
002340 3000-TOTALIZAR-EXIT.
002350     EXIT.
002360
002370 4000-FINALIZAR.
002380     DISPLAY 'DOCUMENTOS DE TRANSPORTADORA - TOTAIS DE CONTROLE'.
002390     DISPLAY 'DOCUMENTOS LIDOS.........: ' DVC-QTDE-LIDOS.
002400     DISPLAY 'OBRIGATORIOS VENCIDOS....: ' DVC-QTDE-BLOQUEIO.
002410     DISPLAY 'NAO OBRIGATORIOS VENCIDOS: ' DVC-QTDE-VENCIDOS.
002420     DISPLAY 'VENCEM EM ATE 30 DIAS....: ' DVC-QTDE-A-VENCER.
002430     DISPLAY 'TRANSPORTADORAS BLOQUEADAS: ' DVC-QTDE-TRANSP-BLOQ.
002440     IF DVC-QTDE-TRANSP-BLOQ > ZERO
002450         MOVE 4 TO RETURN-CODE
002460     END-IF.
002470     IF DVC-ARQUIVOS-ABERTOS
002480         CLOSE CARRIER-DOCUMENTS
002490         CLOSE DOCUMENT-REPORT
002500     END-IF.
002510     IF DVC-CARRMAST-DISPONIVEL
002520         CLOSE CARRIER-MASTER
002530     END-IF.
002540 4000-FINALIZAR-EXIT.
002550     EXIT.
