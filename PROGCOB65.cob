000260* -----------------------------------------------------
000270* HISTORICO DE ALTERACOES
000280* 31/08/2026 FT  PROGRAMA CRIADO.
000282* 15/10/2026 FT  GRADE-HISTORY INDEXADO (ALUNO + CURSO +
000283*                PERIODO LETIVO + SEQUENCIA): ACABA A TABELA DE
000284*                1000 ULTIMAS MEDIAS (BOLSISTA FORA DELA SAIA
000285*                COMO SEM MEDIA). A ULTIMA MEDIA DE CADA
000286*                BOLSISTA E LIDA PELA CHAVE, EM TODOS OS
000287*                CURSOS DO ALUNO.
000290***********************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS RNV-AWRDNEW-STATUS.
000420     SELECT GRADE-HISTORY ASSIGN TO 'GRDHIST'
000430         ORGANIZATION IS INDEXED
000432         ACCESS MODE IS DYNAMIC
000434         RECORD KEY IS GRH-CHAVE
000440         FILE STATUS IS RNV-GRDHIST-STATUS.
000450     SELECT SCHOLARSHIP-PARAMETERS ASSIGN TO 'SCHPARM'
000460         ORGANIZATION IS LINE SEQUENTIAL
000720     05  RNV-REPORT-STATUS    PIC X(02) VALUE '00'.
000730     05  RNV-SW-ACHOU         PIC X(01) VALUE 'N'.
000740         88  RNV-MEDIA-ACHADA     VALUE 'S'.
000745     05  RNV-SW-FIM-ALUNO     PIC X(01) VALUE 'N'.
000746         88  RNV-FIM-ALUNO        VALUE 'S'.
000750     05  RNV-SW-OK            PIC X(01) VALUE 'N'.
000760         88  RNV-LOTE-OK          VALUE 'S'.
000770
001040             15  RNV-B-STATUS PIC X(01).
001050             15  RNV-B-VALOR  PIC 9(06)V99.
001060
001170 01  RNV-AREA-TRABALHO.
001180     05  RNV-DATA-MEDIA       PIC 9(08) VALUE ZEROS.
001190     05  RNV-SUB-BOL          PIC 9(03) COMP VALUE ZEROS.
001200     05  RNV-IND-PROX         PIC 9(03) COMP VALUE ZEROS.
001210     05  RNV-MENOR-POSICAO    PIC 9(03) VALUE ZEROS.
001280 0000-MAINLINE.
001290     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001300     IF RNV-LOTE-OK
001340         PERFORM 3000-RENOVAR-BOLSAS
001350             THRU 3000-RENOVAR-BOLSAS-EXIT
001360         PERFORM 4000-PROMOVER-ESPERA
001830         TO RNV-REPORT-LINE.
001840     WRITE RNV-REPORT-LINE.
001850     SET RNV-LOTE-OK TO TRUE.
001890 1000-INICIALIZAR-EXIT.
001900     EXIT.
001910
002000     EXIT.
002010
002020*=========================================================
002030* ULTIMA MEDIA DO BOLSISTA NO GRDHIST, EM QUALQUER CURSO (A
002040* BOLSA E DO ALUNO): DATA MAIOR OU IGUAL GANHA - NO EMPATE
002045* VALE O REGISTRO POSTERIOR NA ORDEM DA CHAVE
002050*=========================================================
002060 2000-ULTIMA-MEDIA.
002070     MOVE 'N' TO RNV-SW-ACHOU.
002080     MOVE 'N' TO RNV-SW-FIM-ALUNO.
002090     MOVE ZEROS TO RNV-DATA-MEDIA.
002100     MOVE LOW-VALUES TO GRH-CHAVE.
002110     MOVE RNV-B-ID (RNV-IX-BOL) TO GRH-ID.
002120     START GRADE-HISTORY KEY NOT < GRH-CHAVE
002130         INVALID KEY
002140             GO TO 2000-ULTIMA-MEDIA-EXIT
002150     END-START.
002160     PERFORM 2100-LER-MEDIA THRU 2100-LER-MEDIA-EXIT
002170         UNTIL RNV-FIM-ALUNO.
002250 2000-ULTIMA-MEDIA-EXIT.
002290     EXIT.
002300
002310 2100-LER-MEDIA.
002312     READ GRADE-HISTORY NEXT RECORD
002314         AT END
002316             SET RNV-FIM-ALUNO TO TRUE
002318             GO TO 2100-LER-MEDIA-EXIT
002320     END-READ.
002330     IF GRH-ID NOT = RNV-B-ID (RNV-IX-BOL)
002335         SET RNV-FIM-ALUNO TO TRUE
002340         GO TO 2100-LER-MEDIA-EXIT.
002350     IF GRH-DATA-CALCULO NOT < RNV-DATA-MEDIA
002355         SET RNV-MEDIA-ACHADA TO TRUE
002360         MOVE GRH-DATA-CALCULO TO RNV-DATA-MEDIA
002365         MOVE GRH-MEDIA TO RNV-MEDIA-ATUAL
002370     END-IF.
002380 2100-LER-MEDIA-EXIT.
002390     EXIT.
002400
002410*=========================================================
002540     IF RNV-B-STATUS (RNV-IX-BOL) NOT = 'A'
002550         GO TO 3100-RENOVAR-UMA-EXIT.
002560     ADD 1 TO RNV-QTDE-BOLSAS.
002600     PERFORM 2000-ULTIMA-MEDIA THRU 2000-ULTIMA-MEDIA-EXIT.
002620     IF NOT RNV-MEDIA-ACHADA
002630         ADD 1 TO RNV-QTDE-SEM-MEDIA
002640         MOVE SPACES TO RNV-REPORT-LINE
002690         WRITE RNV-REPORT-LINE
002700         ADD 1 TO RNV-QTDE-RENOVADAS
002710         GO TO 3100-RENOVAR-UMA-EXIT.
002730     IF RNV-MEDIA-ATUAL < RNV-MEDIA-MINIMA
002740         MOVE 'R' TO RNV-B-STATUS (RNV-IX-BOL)
002750         ADD 1 TO RNV-QTDE-REVOGADAS
