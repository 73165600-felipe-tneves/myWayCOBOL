000100*           EMITIR UM RELATORIO DE TENDENCIA POR ALUNO,
000110*           COMPARANDO CADA MEDIA COM A MEDIA ANTERIOR DO
000120*           MESMO ALUNO (ALTA/QUEDA/ESTAVEL).
000130* OBS: GRADE-HISTORY E INDEXADO POR ALUNO + CURSO + PERIODO
000140*      LETIVO + SEQUENCIA - LIDO NA ORDEM DA CHAVE, OS
000150*      REGISTROS DO MESMO ALUNO E CURSO JA VEM ADJACENTES. O
000160*      SORT SO ENTRA QUANDO O ARQUIVO MORTO E INCLUIDO.
000170* -----------------------------------------------------
000180* HISTORICO DE ALTERACOES
000190* 09/08/2026 FT  PROGRAMA CRIADO.
000199*                COMO A DE ALUNO) - ANTES, ALUNO EM DOIS
000199*                CURSOS TINHA A MEDIA DE UM COMPARADA COM A
000199*                DO OUTRO. O CURSO SAI EM COLUNA PROPRIA.
000199* 15/10/2026 FT  GRADE-HISTORY INDEXADO (ALUNO + CURSO +
000199*                PERIODO LETIVO + SEQUENCIA, REGISTRO DE 45
000199*                BYTES): SEM O ARQUIVO MORTO O HISTORICO E
000199*                LIDO DIRETO NA ORDEM DA CHAVE, SEM SORT; COM
000199*                O MORTO (MESMO LAYOUT) O SORT INTERCALA OS
000199*                DOIS PELA MESMA CHAVE (E PELA DATA, PARA O
000199*                MORTO CONVERTIDO, QUE TEM SEQUENCIA 000). O
000199*                PERIODO LETIVO SAI EM COLUNA PROPRIA.
000200***********************************************************
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT GRADE-HISTORY ASSIGN TO 'GRDHIST'
000270         ORGANIZATION IS INDEXED
000272         ACCESS MODE IS SEQUENTIAL
000274         RECORD KEY IS GRH-CHAVE
000280         FILE STATUS IS TRN-HIST-STATUS.
000285     SELECT SORT-WORK-FILE ASSIGN TO 'SRTWORK'.
000286     SELECT GRADE-HISTORY-ARC ASSIGN TO 'GRDHSARC'
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  GRADE-HISTORY.
000345     COPY GRDHIST.
000346 SD  SORT-WORK-FILE.
000347 01  TRN-SORT-RECORD.
000347     05  SRT-ID                PIC 9(05).
000347     05  SRT-CURSO             PIC X(05).
000347     05  SRT-PERIODO           PIC 9(05).
000347     05  SRT-SEQUENCIA         PIC 9(03).
000348     05  SRT-DATA-CALCULO      PIC 9(08).
000348     05  SRT-MEDIA             PIC 9(02)V9.
000348     05  SRT-SITUACAO          PIC X(12).
000348     05  SRT-FREQUENCIA        PIC 9(03).
000348     05  SRT-TIPO              PIC X(01).
000349     05  SRT-ORIGEM            PIC X(01).
000349 FD  GRADE-HISTORY-ARC.
000349 01  TRN-ARC-RECORD            PIC X(45).
000360 FD  TREND-REPORT
000370     RECORD CONTAINS 80 CHARACTERS.
000380 01  TRN-REPORT-LINE          PIC X(80).
000500     05  TRN-D-ID             PIC 9(05).
000505     05  FILLER               PIC X(01) VALUE SPACES.
000506     05  TRN-D-CURSO          PIC X(05).
000507     05  FILLER               PIC X(01) VALUE SPACES.
000508     05  TRN-D-PERIODO        PIC 9(05).
000510     05  FILLER               PIC X(01) VALUE SPACES.
000520     05  TRN-D-DATA           PIC 9(08).
000530     05  FILLER               PIC X(01) VALUE SPACES.

000600 0000-MAINLINE.
000610     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
000612     IF TRN-LER-MORTO-SIM
000615         SORT SORT-WORK-FILE
000616             ON ASCENDING KEY SRT-ID SRT-CURSO SRT-PERIODO
000616                 SRT-SEQUENCIA SRT-DATA-CALCULO
000617             INPUT PROCEDURE IS 1700-ALIMENTAR-SORT
000618                 THRU 1700-ALIMENTAR-SORT-EXIT
000619             OUTPUT PROCEDURE IS 1900-CONSUMIR-SORT
000619                 THRU 1900-CONSUMIR-SORT-EXIT
000620     ELSE
000621         PERFORM 1950-LER-ONLINE THRU 1950-LER-ONLINE-EXIT
000622     END-IF.
000640     PERFORM 3000-FINALIZAR THRU 3000-FINALIZAR-EXIT.
000650     STOP RUN.

000760     EXIT.

000760 1710-LIBERAR-ONLINE.
000760     MOVE GRH-HISTORY-RECORD TO TRN-SORT-RECORD (1:45).
000760     MOVE 'O' TO SRT-ORIGEM.
000760     RELEASE TRN-SORT-RECORD.
000760     READ GRADE-HISTORY
000760     EXIT.

000760 1720-LIBERAR-MORTO.
000760     MOVE TRN-ARC-RECORD TO TRN-SORT-RECORD (1:45).
000760     MOVE 'M' TO SRT-ORIGEM.
000760     RELEASE TRN-SORT-RECORD.
000760     READ GRADE-HISTORY-ARC
000760     EXIT.

000760*=========================================================
000760* SAIDA DO SORT: PROCESSA OS REGISTROS CLASSIFICADOS PELA
000760* CHAVE DO HISTORICO, ONLINE E MORTO INTERCALADOS
000760*=========================================================
000760 1900-CONSUMIR-SORT.
000760     PERFORM 2100-PROXIMO-REGISTRO
000760         THRU 2100-PROXIMO-REGISTRO-EXIT.
000760     PERFORM 2000-PROCESSAR-HIST
000760         THRU 2000-PROCESSAR-HIST-EXIT
000760         UNTIL TRN-FIM-SORT.
000760 1900-CONSUMIR-SORT-EXIT.
000760     EXIT.

000760*=========================================================
000760* SO O HISTORICO ONLINE: LIDO DIRETO NA ORDEM DA CHAVE
000760*=========================================================
000760 1950-LER-ONLINE.
000760     OPEN INPUT GRADE-HISTORY.
000760     IF TRN-HIST-STATUS NOT = '00'
000760         DISPLAY 'GRDHIST INDISPONIVEL - STATUS '
000760             TRN-HIST-STATUS
000760         GO TO 1950-LER-ONLINE-EXIT.
000760     PERFORM 2100-PROXIMO-REGISTRO
000760         THRU 2100-PROXIMO-REGISTRO-EXIT.
000760     PERFORM 2000-PROCESSAR-HIST
000760         THRU 2000-PROCESSAR-HIST-EXIT
000760         UNTIL TRN-FIM-SORT.
000760     CLOSE GRADE-HISTORY.
000760 1950-LER-ONLINE-EXIT.
000760     EXIT.

000761 1500-CARREGAR-ALUNOS.
000761     OPEN INPUT STUDENTS-FILE.
000761     IF TRN-STUDENTS-STATUS NOT = '00'

000910     MOVE SRT-ID TO TRN-D-ID.
000915     MOVE SRT-CURSO TO TRN-D-CURSO.
000917     MOVE SRT-PERIODO TO TRN-D-PERIODO.
000920     MOVE SRT-DATA-CALCULO TO TRN-D-DATA.
000930     MOVE SRT-MEDIA TO TRN-D-MEDIA.
000940     MOVE SRT-SITUACAO TO TRN-D-SITUACAO.
000980     MOVE SRT-MEDIA TO TRN-ANT-MEDIA.

000985 2000-PROCESSAR-HIST-LER.
000990     PERFORM 2100-PROXIMO-REGISTRO
001000         THRU 2100-PROXIMO-REGISTRO-EXIT.
001020 2000-PROCESSAR-HIST-EXIT.
001030     EXIT.

001031*=========================================================
001032* PROXIMO REGISTRO: DO SORT QUANDO O MORTO FOI INCLUIDO,
001033* SENAO DIRETO DO GRDHIST NA ORDEM DA CHAVE (ORIGEM O)
001034*=========================================================
001035 2100-PROXIMO-REGISTRO.
001036     IF TRN-LER-MORTO-SIM
001037         RETURN SORT-WORK-FILE
001038             AT END SET TRN-FIM-SORT TO TRUE
001039         END-RETURN
001039     ELSE
001039         READ GRADE-HISTORY
001039             AT END
001039                 SET TRN-FIM-SORT TO TRUE
001039             NOT AT END
001039                 MOVE GRH-HISTORY-RECORD
001039                     TO TRN-SORT-RECORD (1:45)
001039                 MOVE 'O' TO SRT-ORIGEM
001039         END-READ
001039     END-IF.
001039 2100-PROXIMO-REGISTRO-EXIT.
001039     EXIT.

001040 3000-FINALIZAR.
001045     IF TRN-QTDE-SEM-ALUNO > ZEROS
001046         DISPLAY 'REGISTROS DE HISTORICO SEM ALUNO NO '
