000269* 30/08/2026 FT  A FREQUENCIA DO REPROCESSAMENTO PASSA A
000269*                ABONAR AS FALTAS JUSTIFICADAS (JUSTABS),
000269*                COMO O LOTE DE HISTORICO (PROGCOB16).
000269* 15/10/2026 FT  GRADE-HISTORY INDEXADO (ALUNO + CURSO +
000269*                PERIODO LETIVO + SEQUENCIA): A CORRECAO E
000269*                GRAVADA NO PERIODO DO ULTIMO REGISTRO DO
000269*                ALUNO + CURSO (LIDO PELA CHAVE), NA SEQUENCIA
000269*                SEGUINTE; SEM REGISTRO ANTERIOR, NO PERIODO
000269*                CORRENTE (ROTINA PERACAD), SEQUENCIA 1.
000270***********************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000607         RECORD KEY IS JAB-CHAVE
000608         FILE STATUS IS COR-JUSTABS-STATUS.
000610     SELECT GRADE-HISTORY ASSIGN TO 'GRDHIST'
000620         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS GRH-CHAVE
000630         FILE STATUS IS COR-GRDHIST-STATUS.
000640     SELECT GRADE-AUDIT-TRAIL ASSIGN TO 'GRDAUD'
000650         ORGANIZATION IS LINE SEQUENTIAL
001186     05  COR-SW-VARREDURA     PIC X(01) VALUE 'N'.
001187         88  COR-FIM-VARREDURA        VALUE 'S'.
001188         88  COR-VARREDURA-ATIVA      VALUE 'N'.
001188     05  COR-SW-HISTORICO     PIC X(01) VALUE 'N'.
001188         88  COR-FIM-HISTORICO        VALUE 'S'.
001190
001200 01  COR-PESOS.
001210     05  COR-PESO-NOTA1       PIC 9(03) VALUE 34.
001610     05  COR-FREQ-MINIMA      PIC 9(03) VALUE 75.
001620     05  COR-NOTA-ATUAL       PIC 9(02) VALUE ZEROS.
001625     05  COR-ABONADAS         PIC 9(03) VALUE ZEROS.
001626     05  COR-PERIODO          PIC 9(05) VALUE ZEROS.
001627     05  COR-PER-INICIO       PIC 9(08) VALUE ZEROS.
001628     05  COR-PER-FIM          PIC 9(08) VALUE ZEROS.
001629     05  COR-SEQUENCIA        PIC 9(03) VALUE ZEROS.
001630
001640 PROCEDURE DIVISION.
001650
002334     IF COR-JUSTABS-STATUS = '00'
002336         SET COR-JUSTABS-DISPONIVEL TO TRUE
002338     END-IF.
002340     OPEN I-O GRADE-HISTORY.
002350     IF COR-GRDHIST-STATUS = '35'
002360         OPEN OUTPUT GRADE-HISTORY
002362         CLOSE GRADE-HISTORY
002364         OPEN I-O GRADE-HISTORY
002370     END-IF.
002380     OPEN EXTEND GRADE-AUDIT-TRAIL.
002390     IF COR-GRDAUD-STATUS = '35'
004426     EXIT.
004430
004440 2500-GRAVAR-HISTORICO.
004441     CALL 'PERACAD' USING COR-DATASISTEMA COR-PERIODO
004442         COR-PER-INICIO COR-PER-FIM.
004443     MOVE 1 TO COR-SEQUENCIA.
004444     MOVE 'N' TO COR-SW-HISTORICO.
004445     MOVE STU-ID TO GRH-ID.
004446     MOVE STU-CURSO TO GRH-CURSO.
004447     MOVE ZEROS TO GRH-PERIODO.
004448     MOVE ZEROS TO GRH-SEQUENCIA.
004449     START GRADE-HISTORY KEY NOT < GRH-CHAVE
004449         INVALID KEY
004449             SET COR-FIM-HISTORICO TO TRUE
004449     END-START.
004449     PERFORM 2510-LER-HISTORICO THRU 2510-LER-HISTORICO-EXIT
004449         UNTIL COR-FIM-HISTORICO.
004450     MOVE STU-ID TO GRH-ID.
004451     MOVE STU-CURSO TO GRH-CURSO.
004452     MOVE COR-PERIODO TO GRH-PERIODO.
004453     MOVE COR-SEQUENCIA TO GRH-SEQUENCIA.
004460     MOVE COR-DATASISTEMA TO GRH-DATA-CALCULO.
004470     MOVE COR-MEDIA-NOVA TO GRH-MEDIA.
004480     MOVE COR-SITUACAO TO GRH-SITUACAO.
004490     MOVE COR-FREQUENCIA TO GRH-FREQUENCIA.
004500     SET GRH-CORRECAO TO TRUE.
004510     WRITE GRH-HISTORY-RECORD
004511         INVALID KEY
004512             DISPLAY 'GRDHIST NAO GRAVADO - ALUNO ' STU-ID
004513                 ' CURSO ' STU-CURSO ' STATUS '
004514                 COR-GRDHIST-STATUS
004515     END-WRITE.
004520 2500-GRAVAR-HISTORICO-EXIT.
004530     EXIT.
004531
004532*    ULTIMO REGISTRO DO ALUNO + CURSO NA ORDEM DA CHAVE DA O
004533*    PERIODO E A SEQUENCIA DA CORRECAO
004534 2510-LER-HISTORICO.
004535     READ GRADE-HISTORY NEXT RECORD
004536         AT END
004537             SET COR-FIM-HISTORICO TO TRUE
004538             GO TO 2510-LER-HISTORICO-EXIT
004539     END-READ.
004540     IF GRH-ID NOT = STU-ID OR GRH-CURSO NOT = STU-CURSO
004541         SET COR-FIM-HISTORICO TO TRUE
004542         GO TO 2510-LER-HISTORICO-EXIT.
004543     MOVE GRH-PERIODO TO COR-PERIODO.
004544     IF GRH-SEQUENCIA < 999
004545         COMPUTE COR-SEQUENCIA = GRH-SEQUENCIA + 1
004546     ELSE
004547         MOVE 999 TO COR-SEQUENCIA
004548     END-IF.
004549 2510-LER-HISTORICO-EXIT.
004549     EXIT.
004540
004550*=========================================================
004560* PEDIDOS APROVADOS CUJA MATRICULA NAO EXISTE NO MESTRE
