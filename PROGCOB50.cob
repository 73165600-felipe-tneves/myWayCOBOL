000180*           REJORDER E REJDIM NAO TEM DATA NO REGISTRO E SAO
000190*           ARQUIVADOS POR INTEIRO. O RELATORIO PURGRPT
000200*           PROVA QUE NADA SE PERDEU: LIDOS = MANTIDOS +
000210*           ARQUIVADOS POR ARQUIVO. O GRDHIST E INDEXADO E
000212*           E EXPURGADO NO PROPRIO ARQUIVO (O REGISTRO
000214*           ARQUIVADO E EXCLUIDO), SEM ARQUIVO -NEW.
000216*           NOME DE RELATORIO NO RETPARM (RAISERPT, FOLHARPT
000216*           ...) EXPURGA O REPOSITORIO DE RELATORIOS: A
000216*           RODADA ARQUIVADA (RPTIDX) ANTERIOR AO CORTE SAI
000216*           COM AS SUAS LINHAS (RPTREPO) - O REPOSITORIO JA
000216*           E O ARQUIVO MORTO DO RELATORIO. TIPO DE
000216*           RELATORIO SEM REGISTRO NO RETPARM FICA GUARDADO
000216*           INDEFINIDAMENTE.
000220* -----------------------------------------------------
000230* HISTORICO DE ALTERACOES
000240* 23/08/2026 FT  PROGRAMA CRIADO.
000242* 01/09/2026 FT  INCLUIDO O LOG DE ATIVIDADE DO MENU
000244*                (ACTLOG) NO EXPURGO, CORTADO POR ACT-DATA
000246*                COMO OS DEMAIS HISTORICOS DATADOS.
000246* 15/10/2026 FT  REGISTRO DO REJORDER ALARGADO PARA 46 (NUMERO
000246*                DO PEDIDO E DATA DA REJEICAO).
000246* 15/10/2026 FT  GRDHIST PASSA A SER INDEXADO (ALUNO + CURSO +
000246*                PERIODO LETIVO + SEQUENCIA, 45 BYTES): O
000246*                EXPURGO LE NA ORDEM DA CHAVE, GRAVA NO
000246*                ARCHIVE (MESMO LAYOUT) O QUE PASSOU DO CORTE
000246*                E EXCLUI DO ONLINE - SAI O GRDHSNEW E A TROCA
000246*                DE DATASETS NA JCL. CATALOGO ARCCAT E PROVA
000246*                LIDOS = MANTIDOS + ARQUIVADOS INALTERADOS;
000246*                EXCLUSAO RECUSADA (REGISTRO JA COPIADO NO
000246*                ARCHIVE) CONTA COMO MANTIDO, COM AVISO.
000246* 15/10/2026 FT  RETENCAO DO REPOSITORIO DE RELATORIOS
000246*                (RPTIDX/RPTREPO): NOME DE RELATORIO NO
000246*                RETPARM EXCLUI AS RODADAS ANTERIORES AO
000246*                CORTE; NO PURGRPT, ARQUIVADOS = RODADAS
000246*                EXCLUIDAS.
000246* 15/10/2026 FT  REGISTROS EMPMAST E STUDENTS DO RETPARM SAO
000246*                PRAZOS DE DADOS PESSOAIS DA ANONIMIZACAO LGPD
000246*                (PROGCB122) - O EXPURGO OS IGNORA.
000250***********************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS EXP-RETPARM-STATUS.
000350     SELECT GRADE-HISTORY ASSIGN TO 'GRDHIST'
000360         ORGANIZATION IS INDEXED
000362         ACCESS MODE IS SEQUENTIAL
000364         RECORD KEY IS GRH-CHAVE
000370         FILE STATUS IS EXP-ENTRADA-STATUS.
000410     SELECT GRADE-HISTORY-ARC ASSIGN TO 'GRDHSARC'
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS EXP-ARCHIVE-STATUS.
000798     SELECT ACTIVITY-LOG-ARC ASSIGN TO 'ACTLGARC'
000799         ORGANIZATION IS LINE SEQUENTIAL
000799         FILE STATUS IS EXP-ARCHIVE-STATUS.
000799     SELECT REPORT-INDEX ASSIGN TO 'RPTIDX'
000799         ORGANIZATION IS INDEXED
000799         ACCESS MODE IS DYNAMIC
000799         RECORD KEY IS RPI-CHAVE
000799         FILE STATUS IS EXP-RPTIDX-STATUS.
000799     SELECT REPORT-REPOSITORY ASSIGN TO 'RPTREPO'
000799         ORGANIZATION IS INDEXED
000799         ACCESS MODE IS DYNAMIC
000799         RECORD KEY IS RPR-CHAVE
000799         FILE STATUS IS EXP-RPTREPO-STATUS.
000799     SELECT ARCHIVE-CATALOG ASSIGN TO 'ARCCAT'
000799         ORGANIZATION IS LINE SEQUENTIAL
000799         FILE STATUS IS EXP-ARCCAT-STATUS.
000860     COPY RETPARM.
000870 FD  GRADE-HISTORY.
000880     COPY GRDHIST.
000910 FD  GRADE-HISTORY-ARC.
000920 01  EXP-GRDHIST-ARC          PIC X(45).
000930 FD  RAISE-AUDIT-TRAIL.
000940     COPY RAISEAUD.
000950 FD  RAISE-AUDIT-NEW.
001050 FD  REJECTED-ORDERS.
001060     COPY REJORDER.
001070 FD  REJECTED-ORDERS-NEW.
001080 01  EXP-REJORDER-NEW         PIC X(46).
001090 FD  REJECTED-ORDERS-ARC.
001100 01  EXP-REJORDER-ARC         PIC X(46).
001110 FD  REJECTED-DIMENSIONS.
001120     COPY REJDIM.
001130 FD  REJECTED-DIM-NEW.
001166 01  EXP-ACTLOG-NEW           PIC X(26).
001167 FD  ACTIVITY-LOG-ARC.
001168 01  EXP-ACTLOG-ARC           PIC X(26).
001169 FD  REPORT-INDEX.
001169     COPY RPTIDX.
001169 FD  REPORT-REPOSITORY.
001169     COPY RPTREPO.
001169 FD  ARCHIVE-CATALOG.
001169     COPY ARCCAT.
001170 FD  PURGE-REPORT
001270     05  EXP-ARCHIVE-STATUS   PIC X(02) VALUE '00'.
001280     05  EXP-REPORT-STATUS    PIC X(02) VALUE '00'.
001282     05  EXP-ARCCAT-STATUS    PIC X(02) VALUE '00'.
001282     05  EXP-RPTIDX-STATUS    PIC X(02) VALUE '00'.
001282     05  EXP-RPTREPO-STATUS   PIC X(02) VALUE '00'.
001282     05  EXP-SW-RELATORIO     PIC X(01) VALUE 'N'.
001282         88  EXP-FIM-RELATORIO    VALUE 'S'.
001282         88  EXP-RELATORIO-ATIVO  VALUE 'N'.
001282     05  EXP-SW-LINHAS        PIC X(01) VALUE 'N'.
001282         88  EXP-FIM-LINHAS       VALUE 'S'.
001282         88  EXP-LINHAS-ATIVAS    VALUE 'N'.

001284 01  EXP-AREA-CATALOGO.
001284     05  EXP-MIN-PERIODO      PIC 9(06) VALUE 999999.
001284     05  EXP-MAX-PERIODO      PIC 9(06) VALUE ZEROS.
001284     05  EXP-DDNAME-ARC       PIC X(08) VALUE SPACES.
001284
001284 01  EXP-CHAVE-RELAT          PIC X(26) VALUE SPACES.
001290
001300 01  EXP-DATASISTEMA.
001310     05  EXP-DATA-ANO         PIC 9(04).
002072         WHEN 'ACTLOG'
002074             PERFORM 7000-EXPURGAR-ACTLOG
002076                 THRU 7000-EXPURGAR-ACTLOG-EXIT
002078*        PRAZOS DE DADOS PESSOAIS - APLICADOS PELA
002078*        ANONIMIZACAO LGPD (PROGCB122), NAO PELO EXPURGO
002078         WHEN 'EMPMAST'
002078         WHEN 'STUDENTS'
002078             GO TO 1000-EXPURGAR-ARQUIVO-EXIT
002080         WHEN OTHER
002082             PERFORM 7500-EXPURGAR-RELATORIO
002084                 THRU 7500-EXPURGAR-RELATORIO-EXIT
002086             IF EXP-QTDE-LIDOS = ZEROS
002090                 DISPLAY 'ARQUIVO DE RETENCAO DESCONHECIDO: '
002100                     RET-ARQUIVO
002105             END-IF
002110     END-EVALUATE.
002120     PERFORM 9000-LINHA-RELATORIO
002130         THRU 9000-LINHA-RELATORIO-EXIT.
002320     EXIT.
002330
002340 2000-EXPURGAR-GRDHIST.
002350     OPEN I-O GRADE-HISTORY.
002360     IF EXP-ENTRADA-STATUS NOT = '00'
002370         GO TO 2000-EXPURGAR-GRDHIST-EXIT.
002390     OPEN EXTEND GRADE-HISTORY-ARC.
002400     IF EXP-ARCHIVE-STATUS = '35'
002410         OPEN OUTPUT GRADE-HISTORY-ARC
002470         THRU 2100-TRATAR-GRDHIST-EXIT
002480         UNTIL EXP-ENTRADA-EOF.
002490     CLOSE GRADE-HISTORY.
002510     CLOSE GRADE-HISTORY-ARC.
002512     MOVE 'GRDHSARC' TO EXP-DDNAME-ARC.
002514     PERFORM 8100-GRAVAR-CATALOGO
002550 2100-TRATAR-GRDHIST.
002560     ADD 1 TO EXP-QTDE-LIDOS.
002570     MOVE GRH-DATA-CALCULO TO EXP-DATA-REGISTRO.
002580     IF EXP-REG-PERIODO NOT < EXP-CORTE-NUM
002590         ADD 1 TO EXP-QTDE-MANTIDOS
002600         GO TO 2100-TRATAR-GRDHIST-EXIT.
002610     MOVE GRH-HISTORY-RECORD TO EXP-GRDHIST-ARC.
002620     WRITE EXP-GRDHIST-ARC.
002630     DELETE GRADE-HISTORY RECORD.
002640     IF EXP-ENTRADA-STATUS NOT = '00'
002650         DISPLAY 'GRDHIST: EXCLUSAO RECUSADA - ALUNO ' GRH-ID
002652             ' CURSO ' GRH-CURSO ' STATUS ' EXP-ENTRADA-STATUS
002654             ' (COPIA FICA TAMBEM NO ARCHIVE)'
002656         ADD 1 TO EXP-QTDE-MANTIDOS
002658         GO TO 2100-TRATAR-GRDHIST-EXIT.
002664     ADD 1 TO EXP-QTDE-ARQUIVADOS.
002666     PERFORM 8000-ANOTAR-PERIODO
002668         THRU 8000-ANOTAR-PERIODO-EXIT.
002670 2100-TRATAR-GRDHIST-EXIT.
002680     READ GRADE-HISTORY
002690         AT END SET EXP-ENTRADA-EOF TO TRUE
003490     EXIT.
003500
003510*=========================================================
003520* REJORDER (DATA SO NOS REJEITADOS NOVOS) E REJDIM (SEM
003530* DATA): ARQUIVAMENTO INTEGRAL A CADA RODADA (O -NEW SAI
003530* VAZIO)
003540*=========================================================
003550 5000-EXPURGAR-REJORDER.
003560     OPEN INPUT REJECTED-ORDERS.
004172     END-READ.
004172     EXIT.

004173*=========================================================
004173* REPOSITORIO DE RELATORIOS: CADA RODADA ARQUIVADA DO
004173* RELATORIO (RPTIDX) COM DATA ANTERIOR AO CORTE E EXCLUIDA
004173* JUNTO COM AS SUAS LINHAS (RPTREPO). NENHUMA RODADA
004173* ENCONTRADA = NOME DESCONHECIDO (LIDOS ZERADO)
004173*=========================================================
004173 7500-EXPURGAR-RELATORIO.
004173     OPEN I-O REPORT-INDEX.
004173     IF EXP-RPTIDX-STATUS NOT = '00'
004173         GO TO 7500-EXPURGAR-RELATORIO-EXIT.
004173     OPEN I-O REPORT-REPOSITORY.
004173     IF EXP-RPTREPO-STATUS NOT = '00'
004173         CLOSE REPORT-INDEX
004173         GO TO 7500-EXPURGAR-RELATORIO-EXIT.
004173     SET EXP-RELATORIO-ATIVO TO TRUE.
004173     MOVE LOW-VALUES TO RPI-CHAVE.
004173     MOVE RET-ARQUIVO TO RPI-RELATORIO.
004173     START REPORT-INDEX KEY >= RPI-CHAVE
004173         INVALID KEY
004173             SET EXP-FIM-RELATORIO TO TRUE
004173     END-START.
004173     PERFORM 7600-TRATAR-RELATORIO
004173         THRU 7600-TRATAR-RELATORIO-EXIT
004173         UNTIL EXP-FIM-RELATORIO.
004173     CLOSE REPORT-INDEX.
004173     CLOSE REPORT-REPOSITORY.
004173 7500-EXPURGAR-RELATORIO-EXIT.
004173     EXIT.

004173 7600-TRATAR-RELATORIO.
004173     READ REPORT-INDEX NEXT RECORD
004173         AT END
004173             SET EXP-FIM-RELATORIO TO TRUE
004173             GO TO 7600-TRATAR-RELATORIO-EXIT
004173     END-READ.
004173     IF EXP-RPTIDX-STATUS NOT = '00'
004173             OR RPI-RELATORIO NOT = RET-ARQUIVO
004173         SET EXP-FIM-RELATORIO TO TRUE
004173         GO TO 7600-TRATAR-RELATORIO-EXIT.
004173     ADD 1 TO EXP-QTDE-LIDOS.
004173     MOVE RPI-DATA TO EXP-DATA-REGISTRO.
004173     IF EXP-REG-PERIODO NOT < EXP-CORTE-NUM
004173         ADD 1 TO EXP-QTDE-MANTIDOS
004173         GO TO 7600-TRATAR-RELATORIO-EXIT.
004173     MOVE RPI-CHAVE TO EXP-CHAVE-RELAT.
004173     SET EXP-LINHAS-ATIVAS TO TRUE.
004173     MOVE EXP-CHAVE-RELAT TO RPR-CHAVE.
004173     MOVE ZEROS TO RPR-LINHA.
004173     START REPORT-REPOSITORY KEY > RPR-CHAVE
004173         INVALID KEY
004173             SET EXP-FIM-LINHAS TO TRUE
004173     END-START.
004173     PERFORM 7700-EXCLUIR-LINHA THRU 7700-EXCLUIR-LINHA-EXIT
004173         UNTIL EXP-FIM-LINHAS.
004173     DELETE REPORT-INDEX RECORD
004173         INVALID KEY
004173             DISPLAY 'EXCLUSAO RECUSADA NO RPTIDX: '
004173                 EXP-CHAVE-RELAT
004173             ADD 1 TO EXP-QTDE-MANTIDOS
004173         NOT INVALID KEY
004173             ADD 1 TO EXP-QTDE-ARQUIVADOS
004173     END-DELETE.
004173 7600-TRATAR-RELATORIO-EXIT.
004173     EXIT.

004173 7700-EXCLUIR-LINHA.
004173     READ REPORT-REPOSITORY NEXT RECORD
004173         AT END
004173             SET EXP-FIM-LINHAS TO TRUE
004173             GO TO 7700-EXCLUIR-LINHA-EXIT
004173     END-READ.
004173     IF EXP-RPTREPO-STATUS NOT = '00'
004173             OR RPR-CHAVE (1:26) NOT = EXP-CHAVE-RELAT
004173         SET EXP-FIM-LINHAS TO TRUE
004173         GO TO 7700-EXCLUIR-LINHA-EXIT.
004173     DELETE REPORT-REPOSITORY RECORD
004173         INVALID KEY
004173             DISPLAY 'EXCLUSAO RECUSADA NO RPTREPO: '
004173                 RPR-CHAVE
004173     END-DELETE.
004173 7700-EXCLUIR-LINHA-EXIT.
004173     EXIT.

004174*=========================================================
004174* FAIXA AAAAMM DO QUE FOI ARQUIVADO NA RODADA (MIN/MAX DO
004174* PERIODO DO REGISTRO ARQUIVADO)
