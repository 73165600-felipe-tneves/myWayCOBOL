000216*           INTEIRO POR ISSO MESMO): AS CONTAGENS SAEM
000217*           ROTULADAS COMO ACUMULADAS DESDE O ULTIMO
000218*           EXPURGO E NAO ENTRAM NO VEREDITO DA NOITE.
000218*           NO RODAPE, OS TOTAIS DE INTEGRIDADE DO INTEGCHK
000218*           POR MESTRE E AS REFERENCIAS ORFAS ENTRE MESTRES
000218*           ENCONTRADAS PELA VARREDURA DA NOITE (PROGCB115).
000220* -----------------------------------------------------
000230* HISTORICO DE ALTERACOES
000240* 23/08/2026 FT  PROGRAMA CRIADO.
000246*                ENTRAR NO VEREDITO, QUE PASSA A DEPENDER SO
000248*                DOS RETURN-CODES DA NOITE - OS ARQUIVOS SAO
000249*                MOD SEM DATA NO REGISTRO.
000249* 15/10/2026 FT  INCLUIDOS NO RODAPE OS TOTAIS DE INTEGRIDADE
000249*                DO INTEGCHK E A QUANTIDADE DE REFERENCIAS
000249*                ORFAS ENTRE MESTRES (REGISTRO ORFAOS GRAVADO
000249*                PELO PROGCB115). SO INFORMATIVO - O VEREDITO
000249*                CONTINUA SO COM OS RETURN-CODES.
000249* 15/10/2026 FT  INCLUIDA A SECAO DE ARQUIVOS DE ENTRADA: A
000249*                ULTIMA CONFERENCIA DE HOJE DE CADA ARQUIVO NO
000249*                ARQCHEG (PROGCB124), COM OS PASSOS PULADOS.
000249*                ARQUIVO FALTANDO, ATRASADO OU RECUSADO LEVA O
000249*                VEREDITO A ATTENTION (SE NAO FOR FAILED).
000250***********************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000440     SELECT OPERATIONS-REPORT ASSIGN TO 'OPERRPT'
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS OPS-REPORT-STATUS.
000460     SELECT INTEGRITY-TOTALS ASSIGN TO 'INTEGCHK'
000460         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS ITG-ARQUIVO
000460         FILE STATUS IS OPS-INTEGCHK-STATUS.
000460     SELECT ARRIVAL-LOG ASSIGN TO 'ARQCHEG'
000460         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS OPS-ARQCHEG-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  RUN-LEDGER.
000540     COPY REJDIM.
000550 FD  ERROR-LOG.
000560     COPY ERRLOG.
000560 FD  INTEGRITY-TOTALS.
000560     COPY INTEGCHK.
000560 FD  ARRIVAL-LOG.
000560     COPY ARQCHEG.
000570 FD  OPERATIONS-REPORT
000580     RECORD CONTAINS 90 CHARACTERS.
000590 01  OPS-REPORT-LINE          PIC X(90).
000680     05  OPS-ERRLOG-STATUS    PIC X(02) VALUE '00'.
000690         88  OPS-ERRLOG-EOF       VALUE '10'.
000700     05  OPS-REPORT-STATUS    PIC X(02) VALUE '00'.
000700     05  OPS-INTEGCHK-STATUS  PIC X(02) VALUE '00'.
000700         88  OPS-INTEGCHK-EOF     VALUE '10'.
000700     05  OPS-SW-ORFAOS        PIC X(01) VALUE 'N'.
000700         88  OPS-ORFAOS-DE-HOJE   VALUE 'S'.
000700     05  OPS-ARQCHEG-STATUS   PIC X(02) VALUE '00'.
000700         88  OPS-ARQCHEG-EOF      VALUE '10'.
000710     05  OPS-SW-ACHOU         PIC X(01) VALUE 'N'.
000720         88  OPS-PROGRAMA-ACHADO  VALUE 'S'.
000730
001270     05  OPS-SEG-FIM          PIC 9(07) VALUE ZEROS.
001280
001282 77  OPS-QTDE-EDT             PIC ZZZZ9.
001282 77  OPS-ITG-QTDE-EDT         PIC ZZZ.ZZZ.ZZ9.
001282 77  OPS-ITG-HASH-EDT         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
001282 77  OPS-QTDE-ORFAOS          PIC 9(09) VALUE ZEROS.
001282
001282*    ULTIMA CONFERENCIA DE HOJE DE CADA ARQUIVO DE ENTRADA
001282 01  OPS-TABELA-CHEGADAS.
001282     05  OPS-QTDE-CHEG        PIC 9(02) COMP VALUE ZEROS.
001282     05  OPS-CHEG-ITEM OCCURS 30 TIMES.
001282         10  OPS-C-ARQUIVO    PIC X(08).
001282         10  OPS-C-DATA       PIC 9(08).
001282         10  OPS-C-SEQUENCIA  PIC 9(06).
001282         10  OPS-C-QTDE       PIC 9(07).
001282         10  OPS-C-SITUACAO   PIC X(01).
001282             88  OPS-C-ACEITO     VALUE 'A' 'T' 'Z'.
001282             88  OPS-C-NAO-ESPERADO VALUE 'N'.
001282         10  OPS-C-PASSOS     PIC X(27).
001282 77  OPS-QTDE-CHEG-BLOQ       PIC 9(02) COMP VALUE ZEROS.
001282 77  OPS-SUB-CHEG             PIC 9(02) COMP VALUE ZEROS.
001282 77  OPS-SUB-ACHADO           PIC 9(02) COMP VALUE ZEROS.
001282
001282 01  OPS-LINHA-CHEGADA.
001282     05  FILLER               PIC X(03) VALUE SPACES.
001282     05  OPS-LC-ARQUIVO       PIC X(08).
001282     05  FILLER               PIC X(02) VALUE SPACES.
001282     05  OPS-LC-SITUACAO      PIC X(30).
001282     05  FILLER               PIC X(08) VALUE ' HEADER '.
001282     05  OPS-LC-DATA          PIC 9(08).
001282     05  FILLER               PIC X(01) VALUE '/'.
001282     05  OPS-LC-SEQUENCIA     PIC 9(06).
001282     05  FILLER               PIC X(05) VALUE ' DET '.
001282     05  OPS-LC-QTDE          PIC ZZZZZZ9.
001282     05  FILLER               PIC X(12) VALUE SPACES.

001284 01  OPS-LINHA-CABECALHO.
001284     05  FILLER               PIC X(10) VALUE 'PROGRAMA  '.
001480     PERFORM 1000-LER-LEDGER THRU 1000-LER-LEDGER-EXIT.
001490     PERFORM 2000-CONTAR-REJEITADOS
001500         THRU 2000-CONTAR-REJEITADOS-EXIT.
001500     PERFORM 2500-LER-CHEGADAS THRU 2500-LER-CHEGADAS-EXIT.
001510     PERFORM 3000-DECIDIR-VEREDITO
001520         THRU 3000-DECIDIR-VEREDITO-EXIT.
001530     PERFORM 4000-EMITIR-RESUMO THRU 4000-EMITIR-RESUMO-EXIT.
003340     END-READ.
003350     EXIT.
003360
003360*=========================================================
003360* ARQUIVOS DE ENTRADA: ULTIMA CONFERENCIA DE HOJE DE CADA
003360* ARQUIVO NO ARQCHEG (CONTROLE DE CHEGADA, PROGCB124)
003360*=========================================================
003360 2500-LER-CHEGADAS.
003360     OPEN INPUT ARRIVAL-LOG.
003360     IF OPS-ARQCHEG-STATUS NOT = '00'
003360         GO TO 2500-LER-CHEGADAS-EXIT.
003360     PERFORM 2510-LER-CHEGADA THRU 2510-LER-CHEGADA-EXIT
003360         UNTIL OPS-ARQCHEG-EOF.
003360     CLOSE ARRIVAL-LOG.
003360 2500-LER-CHEGADAS-EXIT.
003360     EXIT.
003360
003360 2510-LER-CHEGADA.
003360     READ ARRIVAL-LOG
003360         AT END
003360             GO TO 2510-LER-CHEGADA-EXIT
003360     END-READ.
003360     IF ACH-DATA-CONFERENCIA NOT = OPS-DATASISTEMA
003360         GO TO 2510-LER-CHEGADA-EXIT.
003360*    RODADA REPETIDA NO DIA: VALE A ULTIMA CONFERENCIA
003360     MOVE ZEROS TO OPS-SUB-ACHADO.
003360     PERFORM 2520-BUSCAR-CHEGADA THRU 2520-BUSCAR-CHEGADA-EXIT
003360         VARYING OPS-SUB-CHEG FROM 1 BY 1
003360         UNTIL OPS-SUB-CHEG > OPS-QTDE-CHEG
003360            OR OPS-SUB-ACHADO > ZEROS.
003360     IF OPS-SUB-ACHADO = ZEROS
003360         IF OPS-QTDE-CHEG NOT < 30
003360             GO TO 2510-LER-CHEGADA-EXIT
003360         END-IF
003360         ADD 1 TO OPS-QTDE-CHEG
003360         MOVE OPS-QTDE-CHEG TO OPS-SUB-ACHADO
003360     END-IF.
003360     MOVE ACH-ARQUIVO       TO OPS-C-ARQUIVO (OPS-SUB-ACHADO).
003360     MOVE ACH-DATA-ARQUIVO  TO OPS-C-DATA (OPS-SUB-ACHADO).
003360     MOVE ACH-SEQUENCIA     TO OPS-C-SEQUENCIA (OPS-SUB-ACHADO).
003360     MOVE ACH-QTDE-DETALHES TO OPS-C-QTDE (OPS-SUB-ACHADO).
003360     MOVE ACH-SITUACAO      TO OPS-C-SITUACAO (OPS-SUB-ACHADO).
003360     MOVE ACH-PASSOS        TO OPS-C-PASSOS (OPS-SUB-ACHADO).
003360 2510-LER-CHEGADA-EXIT.
003360     EXIT.
003360
003360 2520-BUSCAR-CHEGADA.
003360     IF OPS-C-ARQUIVO (OPS-SUB-CHEG) = ACH-ARQUIVO
003360         MOVE OPS-SUB-CHEG TO OPS-SUB-ACHADO
003360     END-IF.
003360 2520-BUSCAR-CHEGADA-EXIT.
003360     EXIT.
003360
003370*=========================================================
003380* VEREDITO: FAILED SE ALGUM RC DE HOJE ACIMA DE 8;
003390* ATTENTION SE RC DIFERENTE DE ZERO OU REJEITO/ERRO;
003530     IF OPS-QTDE-HOJE = ZEROS
003540         SET OPS-ATTENTION TO TRUE
003550     END-IF.
003550*    ARQUIVO DE ENTRADA FALTANDO OU RECUSADO HOJE PEDE ATENCAO
003550*    MESMO COM OS STEPS LIMPOS (O PASSO DEPENDENTE FOI PULADO)
003550     PERFORM 3200-AVALIAR-CHEGADA THRU 3200-AVALIAR-CHEGADA-EXIT
003550         VARYING OPS-SUB-CHEG FROM 1 BY 1
003550         UNTIL OPS-SUB-CHEG > OPS-QTDE-CHEG.
003550     IF OPS-QTDE-CHEG-BLOQ > ZEROS AND NOT OPS-FAILED
003550         SET OPS-ATTENTION TO TRUE
003550     END-IF.
003560 3000-DECIDIR-VEREDITO-EXIT.
003570     EXIT.
003580
003670     ADD 1 TO OPS-SUB.
003680 3100-AVALIAR-STEP-EXIT.
003690     EXIT.
003690
003690 3200-AVALIAR-CHEGADA.
003690     IF NOT OPS-C-ACEITO (OPS-SUB-CHEG)
003690        AND NOT OPS-C-NAO-ESPERADO (OPS-SUB-CHEG)
003690         ADD 1 TO OPS-QTDE-CHEG-BLOQ
003690     END-IF.
003690 3200-AVALIAR-CHEGADA-EXIT.
003690     EXIT.
003700
003710 4000-EMITIR-RESUMO.
003720     OPEN OUTPUT OPERATIONS-REPORT.
003880     WRITE OPS-REPORT-LINE.
003890     PERFORM 4200-LINHAS-REJEITADOS
003900         THRU 4200-LINHAS-REJEITADOS-EXIT.
003900     PERFORM 4300-LINHAS-INTEGRIDADE
003900         THRU 4300-LINHAS-INTEGRIDADE-EXIT.
003900     PERFORM 4400-LINHAS-CHEGADA
003900         THRU 4400-LINHAS-CHEGADA-EXIT.
003910     CLOSE OPERATIONS-REPORT.
003920     DISPLAY 'VEREDITO DA NOITE: ' OPS-VEREDITO.
003930 4000-EMITIR-RESUMO-EXIT.
004810     ADD 1 TO OPS-SUB2.
004820 4250-LINHA-MOTIVO-EXIT.
004830     EXIT.
004830
004830*=========================================================
004830* TOTAIS DE INTEGRIDADE POR MESTRE (INTEGCHK) E REFERENCIAS
004830* ORFAS DA VARREDURA DA NOITE (REGISTRO ORFAOS) - SO
004830* INFORMATIVO, NAO ENTRA NO VEREDITO
004830*=========================================================
004830 4300-LINHAS-INTEGRIDADE.
004830     MOVE SPACES TO OPS-REPORT-LINE.
004830     WRITE OPS-REPORT-LINE.
004830     OPEN INPUT INTEGRITY-TOTALS.
004830     IF OPS-INTEGCHK-STATUS NOT = '00'
004830         MOVE SPACES TO OPS-REPORT-LINE
004830         STRING 'TOTAIS DE INTEGRIDADE INDISPONIVEIS - STATUS '
004830                DELIMITED BY SIZE
004830                OPS-INTEGCHK-STATUS DELIMITED BY SIZE
004830             INTO OPS-REPORT-LINE
004830         WRITE OPS-REPORT-LINE
004830         GO TO 4300-LINHAS-INTEGRIDADE-EXIT.
004830     MOVE 'TOTAIS DE INTEGRIDADE (INTEGCHK):' TO OPS-REPORT-LINE.
004830     WRITE OPS-REPORT-LINE.
004830     READ INTEGRITY-TOTALS
004830         AT END SET OPS-INTEGCHK-EOF TO TRUE
004830     END-READ.
004830     PERFORM 4350-LINHA-INTEGRIDADE
004830         THRU 4350-LINHA-INTEGRIDADE-EXIT
004830         UNTIL OPS-INTEGCHK-EOF.
004830     CLOSE INTEGRITY-TOTALS.
004830     MOVE SPACES TO OPS-REPORT-LINE.
004830     IF OPS-ORFAOS-DE-HOJE
004830         MOVE OPS-QTDE-ORFAOS TO OPS-ITG-QTDE-EDT
004830         STRING 'REFERENCIAS ORFAS ENTRE MESTRES: '
004830                DELIMITED BY SIZE
004830                OPS-ITG-QTDE-EDT DELIMITED BY SIZE
004830             INTO OPS-REPORT-LINE
004830     ELSE
004830         STRING 'REFERENCIAS ORFAS ENTRE MESTRES: '
004830                DELIMITED BY SIZE
004830                'VARREDURA NAO EXECUTADA HOJE' DELIMITED BY SIZE
004830             INTO OPS-REPORT-LINE
004830     END-IF.
004830     WRITE OPS-REPORT-LINE.
004830 4300-LINHAS-INTEGRIDADE-EXIT.
004830     EXIT.
004830
004830 4350-LINHA-INTEGRIDADE.
004830     IF ITG-ARQUIVO = 'ORFAOS'
004830         IF ITG-DATA = OPS-DATASISTEMA
004830             MOVE ITG-QTDE TO OPS-QTDE-ORFAOS
004830             SET OPS-ORFAOS-DE-HOJE TO TRUE
004830         END-IF
004830         GO TO 4350-LINHA-INTEGRIDADE-LER.
004830     MOVE SPACES TO OPS-REPORT-LINE.
004830     MOVE ITG-QTDE TO OPS-ITG-QTDE-EDT.
004830     MOVE ITG-HASH TO OPS-ITG-HASH-EDT.
004830     STRING '   ' DELIMITED BY SIZE
004830            ITG-ARQUIVO DELIMITED BY SIZE
004830            ' REGISTROS: ' DELIMITED BY SIZE
004830            OPS-ITG-QTDE-EDT DELIMITED BY SIZE
004830            ' SOMA: ' DELIMITED BY SIZE
004830            OPS-ITG-HASH-EDT DELIMITED BY SIZE
004830            ' EM ' DELIMITED BY SIZE
004830            ITG-DATA DELIMITED BY SIZE
004830         INTO OPS-REPORT-LINE.
004830     WRITE OPS-REPORT-LINE.
004830 4350-LINHA-INTEGRIDADE-LER.
004830     READ INTEGRITY-TOTALS
004830         AT END SET OPS-INTEGCHK-EOF TO TRUE
004830     END-READ.
004830 4350-LINHA-INTEGRIDADE-EXIT.
004830     EXIT.
004830
004830 4400-LINHAS-CHEGADA.
004830     MOVE SPACES TO OPS-REPORT-LINE.
004830     WRITE OPS-REPORT-LINE.
004830     IF OPS-QTDE-CHEG = ZEROS
004830         MOVE 'ARQUIVOS DE ENTRADA: CONTROLE DE CHEGADA NAO '
004830             TO OPS-REPORT-LINE
004830         WRITE OPS-REPORT-LINE
004830         MOVE '   EXECUTADO HOJE (ARQCHEG)' TO OPS-REPORT-LINE
004830         WRITE OPS-REPORT-LINE
004830         GO TO 4400-LINHAS-CHEGADA-EXIT.
004830     MOVE 'ARQUIVOS DE ENTRADA (ARQCHEG):' TO OPS-REPORT-LINE.
004830     WRITE OPS-REPORT-LINE.
004830     PERFORM 4450-LINHA-CHEGADA THRU 4450-LINHA-CHEGADA-EXIT
004830         VARYING OPS-SUB-CHEG FROM 1 BY 1
004830         UNTIL OPS-SUB-CHEG > OPS-QTDE-CHEG.
004830 4400-LINHAS-CHEGADA-EXIT.
004830     EXIT.
004830
004830 4450-LINHA-CHEGADA.
004830     MOVE OPS-C-ARQUIVO (OPS-SUB-CHEG)   TO OPS-LC-ARQUIVO.
004830     MOVE OPS-C-DATA (OPS-SUB-CHEG)      TO OPS-LC-DATA.
004830     MOVE OPS-C-SEQUENCIA (OPS-SUB-CHEG) TO OPS-LC-SEQUENCIA.
004830     MOVE OPS-C-QTDE (OPS-SUB-CHEG)      TO OPS-LC-QTDE.
004830     EVALUATE OPS-C-SITUACAO (OPS-SUB-CHEG)
004830         WHEN 'A'
004830             MOVE 'ACEITO' TO OPS-LC-SITUACAO
004830         WHEN 'T'
004830             MOVE 'ACEITO APOS A HORA LIMITE' TO OPS-LC-SITUACAO
004830         WHEN 'Z'
004830             MOVE 'ACEITO SEM MOVIMENTO' TO OPS-LC-SITUACAO
004830         WHEN 'F'
004830             MOVE 'NAO CHEGOU' TO OPS-LC-SITUACAO
004830         WHEN 'L'
004830             MOVE 'NAO CHEGOU ATE A HORA LIMITE'
004830                 TO OPS-LC-SITUACAO
004830         WHEN 'V'
004830             MOVE 'RECUSADO - VAZIO' TO OPS-LC-SITUACAO
004830         WHEN 'D'
004830             MOVE 'RECUSADO - DUPLICADO' TO OPS-LC-SITUACAO
004830         WHEN 'X'
004830             MOVE 'RECUSADO - ANTERIOR AO ULTIMO'
004830                 TO OPS-LC-SITUACAO
004830         WHEN 'H'
004830             MOVE 'RECUSADO - SEM HEADER' TO OPS-LC-SITUACAO
004830         WHEN 'N'
004830             MOVE 'NAO ESPERADO HOJE' TO OPS-LC-SITUACAO
004830         WHEN OTHER
004830             MOVE 'SITUACAO DESCONHECIDA' TO OPS-LC-SITUACAO
004830     END-EVALUATE.
004830     WRITE OPS-REPORT-LINE FROM OPS-LINHA-CHEGADA.
004830     IF OPS-C-PASSOS (OPS-SUB-CHEG) NOT = SPACES
004830         MOVE SPACES TO OPS-REPORT-LINE
004830         STRING '      PASSOS PULADOS: ' DELIMITED BY SIZE
004830                OPS-C-PASSOS (OPS-SUB-CHEG) DELIMITED BY SIZE
004830             INTO OPS-REPORT-LINE
004830         WRITE OPS-REPORT-LINE
004830     END-IF.
004830 4450-LINHA-CHEGADA-EXIT.
004830     EXIT.
