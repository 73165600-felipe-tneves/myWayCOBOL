000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCB114.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO ACADEMICO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: CONVERSAO UNICA DO HISTORICO DE MEDIAS PARA O
000100*           GRDHIST INDEXADO (CHAVE ALUNO + CURSO + PERIODO
000110*           LETIVO + SEQUENCIA). LE O GRDHIST ANTIGO (LINE
000120*           SEQUENTIAL DE 37 BYTES, NA ORDEM DE GRAVACAO,
000130*           DDNAME GRDHSANT) E GRAVA CADA REGISTRO NO
000140*           GRDHIST NOVO, COM O PERIODO LETIVO DA DATA DO
000150*           CALCULO (ROTINA PERACAD). QUANDO HA GERACAO DO
000160*           ARQUIVO MORTO (GRDHSARO), ELA E CONVERTIDA PARA
000170*           O LAYOUT DE 45 BYTES (GRDHSARN).
000180* OBS: RODA UMA VEZ, ANTES DOS LOTES E CONSOLES QUE GRAVAM
000190*      OU LEEM O GRDHIST NOVO, E UMA VEZ POR GERACAO DO
000200*      ARQUIVO MORTO. O GRDHIST NOVO E CRIADO VAZIO (OPEN
000210*      OUTPUT). A SEQUENCIA DENTRO DO PERIODO SEGUE A ORDEM
000220*      DE GRAVACAO DO ARQUIVO ANTIGO: COMECA EM 001 E SOBE
000230*      ATE ACHAR CHAVE LIVRE (MAXIMO 999). O ARQUIVO MORTO
000240*      CONVERTIDO FICA COM SEQUENCIA 000 - O PROGCOB17
000250*      ORDENA PELA DATA DENTRO DA MESMA SEQUENCIA. CURSO
000260*      EM BRANCO (REGISTRO ANTIGO) CONTINUA EM BRANCO.
000270*      RC 8 QUANDO ALGUM REGISTRO NAO FOI GRAVADO; RC 12
000280*      SEM GRDHSANT OU SEM O GRDHIST NOVO.
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
000390     SELECT OLD-GRADE-HISTORY ASSIGN TO 'GRDHSANT'
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS CNV-GRDHSANT-STATUS.
000420     SELECT GRADE-HISTORY ASSIGN TO 'GRDHIST'
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS GRH-CHAVE
000460         FILE STATUS IS CNV-GRDHIST-STATUS.
000470     SELECT OLD-GRADE-HISTORY-ARC ASSIGN TO 'GRDHSARO'
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS CNV-GRDHSARO-STATUS.
000500     SELECT NEW-GRADE-HISTORY-ARC ASSIGN TO 'GRDHSARN'
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS CNV-GRDHSARN-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  OLD-GRADE-HISTORY.
000560 01  CNV-ANT-LINHA            PIC X(37).
000570 FD  GRADE-HISTORY.
000580     COPY GRDHIST.
000590 FD  OLD-GRADE-HISTORY-ARC.
000600 01  CNV-ARO-LINHA            PIC X(37).
000610 FD  NEW-GRADE-HISTORY-ARC.
000620 01  CNV-ARN-LINHA            PIC X(45).
000630 WORKING-STORAGE SECTION.
000640 01  CNV-SWITCHES.
000650     05  CNV-GRDHSANT-STATUS  PIC X(02) VALUE '00'.
000660         88  CNV-GRDHSANT-EOF     VALUE '10'.
000670     05  CNV-GRDHIST-STATUS   PIC X(02) VALUE '00'.
000680         88  CNV-CHAVE-DUPLICADA  VALUE '22'.
000690     05  CNV-GRDHSARO-STATUS  PIC X(02) VALUE '00'.
000700         88  CNV-GRDHSARO-EOF     VALUE '10'.
000710     05  CNV-GRDHSARN-STATUS  PIC X(02) VALUE '00'.
000720     05  CNV-SW-GRAVADO       PIC X(01) VALUE 'N'.
000730         88  CNV-GRAVADO          VALUE 'S'.
000740
000750*    LAYOUT DO GRDHIST ANTIGO (37 BYTES, SEM CHAVE)
000760 01  CNV-REGISTRO-ANTIGO.
000770     05  ANT-ID               PIC 9(05).
000780     05  ANT-DATA-CALCULO     PIC 9(08).
000790     05  ANT-MEDIA            PIC 9(02)V9.
000800     05  ANT-SITUACAO         PIC X(12).
000810     05  ANT-FREQUENCIA       PIC 9(03).
000820     05  ANT-TIPO             PIC X(01).
000830     05  ANT-CURSO            PIC X(05).
000840
000850*    ULTIMO PERIODO DEVOLVIDO PELA PERACAD - SO CHAMA DE
000860*    NOVO QUANDO A DATA CAI FORA DELE
000870 01  CNV-AREA-PERIODO.
000880     05  CNV-PERIODO          PIC 9(05) VALUE ZEROS.
000890     05  CNV-PER-INICIO       PIC 9(08) VALUE 99999999.
000900     05  CNV-PER-FIM          PIC 9(08) VALUE ZEROS.
000910
000920 01  CNV-AREA-TRABALHO.
000930     05  CNV-SEQUENCIA        PIC 9(04) COMP VALUE ZEROS.
000940
000950 01  CNV-TOTAIS.
000960     05  CNV-QTDE-LIDOS       PIC 9(07) COMP VALUE ZEROS.
000970     05  CNV-QTDE-GRAVADOS    PIC 9(07) COMP VALUE ZEROS.
000980     05  CNV-QTDE-REJEITADOS  PIC 9(07) COMP VALUE ZEROS.
000990     05  CNV-QTDE-MORTO-LIDOS PIC 9(07) COMP VALUE ZEROS.
001000     05  CNV-QTDE-MORTO-GRAV  PIC 9(07) COMP VALUE ZEROS.
001010     05  CNV-QTDE-EDT         PIC Z.ZZZ.ZZ9.
001020
001030 PROCEDURE DIVISION.
001040
001050 0000-MAINLINE.
001060     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001070     IF RETURN-CODE NOT = ZEROS
001080         GO TO 0000-ENCERRAR.
001090     PERFORM 2000-CONVERTER-HISTORICO
001100         THRU 2000-CONVERTER-HISTORICO-EXIT
001110         UNTIL CNV-GRDHSANT-EOF.
001120     PERFORM 3000-CONVERTER-MORTO
001130         THRU 3000-CONVERTER-MORTO-EXIT.
001140     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
001150 0000-ENCERRAR.
001160     GOBACK.
001170
001180*=========================================================
001190* ABERTURA DO GRDHIST ANTIGO E CRIACAO DO NOVO
001200*=========================================================
001210 1000-INICIALIZAR.
001220     DISPLAY '=== CONVERSAO DO GRDHIST PARA INDEXADO ==='.
001230     OPEN INPUT OLD-GRADE-HISTORY.
001240     IF CNV-GRDHSANT-STATUS NOT = '00'
001250         DISPLAY 'GRDHIST ANTIGO (GRDHSANT) INDISPONIVEL - '
001260             'STATUS ' CNV-GRDHSANT-STATUS
001270         MOVE 12 TO RETURN-CODE
001280         GO TO 1000-INICIALIZAR-EXIT.
001290     OPEN OUTPUT GRADE-HISTORY.
001300     IF CNV-GRDHIST-STATUS NOT = '00'
001310         DISPLAY 'GRDHIST NOVO NAO PODE SER CRIADO - STATUS '
001320             CNV-GRDHIST-STATUS
001330         CLOSE OLD-GRADE-HISTORY
001340         MOVE 12 TO RETURN-CODE
001350         GO TO 1000-INICIALIZAR-EXIT.
001360     READ OLD-GRADE-HISTORY INTO CNV-REGISTRO-ANTIGO
001370         AT END SET CNV-GRDHSANT-EOF TO TRUE
001380     END-READ.
001390 1000-INICIALIZAR-EXIT.
001400     EXIT.
001410
001420*=========================================================
001430* UM REGISTRO DO GRDHIST ANTIGO: MONTA A CHAVE E GRAVA NA
001440* PRIMEIRA SEQUENCIA LIVRE DO PERIODO
001450*=========================================================
001460 2000-CONVERTER-HISTORICO.
001470     ADD 1 TO CNV-QTDE-LIDOS.
001480     PERFORM 2100-MONTAR-REGISTRO THRU 2100-MONTAR-REGISTRO-EXIT.
001490     MOVE 1 TO CNV-SEQUENCIA.
001500     MOVE 'N' TO CNV-SW-GRAVADO.
001510     PERFORM 2200-GRAVAR-REGISTRO THRU 2200-GRAVAR-REGISTRO-EXIT
001520         UNTIL CNV-GRAVADO OR CNV-SEQUENCIA > 999.
001530     IF NOT CNV-GRAVADO
001540         ADD 1 TO CNV-QTDE-REJEITADOS
001550         DISPLAY 'REGISTRO NAO CONVERTIDO - ALUNO ' ANT-ID
001560             ' CURSO ' ANT-CURSO ' DATA ' ANT-DATA-CALCULO
001570     END-IF.
001580     READ OLD-GRADE-HISTORY INTO CNV-REGISTRO-ANTIGO
001590         AT END SET CNV-GRDHSANT-EOF TO TRUE
001600     END-READ.
001610 2000-CONVERTER-HISTORICO-EXIT.
001620     EXIT.
001630
001640*    REGISTRO NOVO A PARTIR DO ANTIGO (GRDHIST OU MORTO);
001650*    A SEQUENCIA FICA A CARGO DE QUEM GRAVA
001660 2100-MONTAR-REGISTRO.
001670     IF ANT-DATA-CALCULO < CNV-PER-INICIO
001680             OR ANT-DATA-CALCULO > CNV-PER-FIM
001690         CALL 'PERACAD' USING ANT-DATA-CALCULO CNV-PERIODO
001700             CNV-PER-INICIO CNV-PER-FIM
001710     END-IF.
001720     MOVE SPACES TO GRH-HISTORY-RECORD.
001730     MOVE ANT-ID TO GRH-ID.
001740     MOVE ANT-CURSO TO GRH-CURSO.
001750     MOVE CNV-PERIODO TO GRH-PERIODO.
001760     MOVE ZEROS TO GRH-SEQUENCIA.
001770     MOVE ANT-DATA-CALCULO TO GRH-DATA-CALCULO.
001780     MOVE ANT-MEDIA TO GRH-MEDIA.
001790     MOVE ANT-SITUACAO TO GRH-SITUACAO.
001800     MOVE ANT-FREQUENCIA TO GRH-FREQUENCIA.
001810     MOVE ANT-TIPO TO GRH-TIPO.
001820 2100-MONTAR-REGISTRO-EXIT.
001830     EXIT.
001840
001850*    CHAVE OCUPADA (STATUS 22) TENTA A SEQUENCIA SEGUINTE;
001860*    QUALQUER OUTRO ERRO ABANDONA O REGISTRO
001870 2200-GRAVAR-REGISTRO.
001880     MOVE CNV-SEQUENCIA TO GRH-SEQUENCIA.
001890     WRITE GRH-HISTORY-RECORD
001900         INVALID KEY
001910             IF CNV-CHAVE-DUPLICADA
001920                 ADD 1 TO CNV-SEQUENCIA
001930             ELSE
001940                 DISPLAY 'ERRO NA GRAVACAO DO GRDHIST - STATUS '
001950                     CNV-GRDHIST-STATUS
001960                 MOVE 1000 TO CNV-SEQUENCIA
001970             END-IF
001980         NOT INVALID KEY
001990             SET CNV-GRAVADO TO TRUE
002000             ADD 1 TO CNV-QTDE-GRAVADOS
002010     END-WRITE.
002020 2200-GRAVAR-REGISTRO-EXIT.
002030     EXIT.
002040
002050*=========================================================
002060* GERACAO DO ARQUIVO MORTO: MESMA CONVERSAO, SEQUENCIA 000
002070* (AUSENTE = SO O GRDHIST E CONVERTIDO)
002080*=========================================================
002090 3000-CONVERTER-MORTO.
002100     OPEN INPUT OLD-GRADE-HISTORY-ARC.
002110     IF CNV-GRDHSARO-STATUS NOT = '00'
002120         DISPLAY 'ARQUIVO MORTO GRDHSARO NAO INFORMADO - '
002130             'SEM CONVERSAO DO MORTO'
002140         GO TO 3000-CONVERTER-MORTO-EXIT.
002150     OPEN OUTPUT NEW-GRADE-HISTORY-ARC.
002160     IF CNV-GRDHSARN-STATUS NOT = '00'
002170         DISPLAY 'ARQUIVO MORTO GRDHSARN NAO PODE SER CRIADO - '
002180             'STATUS ' CNV-GRDHSARN-STATUS
002190         CLOSE OLD-GRADE-HISTORY-ARC
002200         MOVE 12 TO RETURN-CODE
002210         GO TO 3000-CONVERTER-MORTO-EXIT.
002220     READ OLD-GRADE-HISTORY-ARC INTO CNV-REGISTRO-ANTIGO
002230         AT END SET CNV-GRDHSARO-EOF TO TRUE
002240     END-READ.
002250     PERFORM 3100-CONVERTER-REG-MORTO
002260         THRU 3100-CONVERTER-REG-MORTO-EXIT
002270         UNTIL CNV-GRDHSARO-EOF.
002280     CLOSE OLD-GRADE-HISTORY-ARC NEW-GRADE-HISTORY-ARC.
002290 3000-CONVERTER-MORTO-EXIT.
002300     EXIT.
002310
002320 3100-CONVERTER-REG-MORTO.
002330     ADD 1 TO CNV-QTDE-MORTO-LIDOS.
002340     PERFORM 2100-MONTAR-REGISTRO THRU 2100-MONTAR-REGISTRO-EXIT.
002350     WRITE CNV-ARN-LINHA FROM GRH-HISTORY-RECORD.
002360     ADD 1 TO CNV-QTDE-MORTO-GRAV.
002370     READ OLD-GRADE-HISTORY-ARC INTO CNV-REGISTRO-ANTIGO
002380         AT END SET CNV-GRDHSARO-EOF TO TRUE
002390     END-READ.
002400 3100-CONVERTER-REG-MORTO-EXIT.
002410     EXIT.
002420
002430*=========================================================
002440* TOTAIS DA CONVERSAO - RC 8 QUANDO SOBROU REGISTRO
002450*=========================================================
002460 9000-FINALIZAR.
002470     CLOSE OLD-GRADE-HISTORY GRADE-HISTORY.
002480     MOVE CNV-QTDE-LIDOS TO CNV-QTDE-EDT.
002490     DISPLAY 'GRDHIST ANTIGO - REGISTROS LIDOS......: '
002500         CNV-QTDE-EDT.
002510     MOVE CNV-QTDE-GRAVADOS TO CNV-QTDE-EDT.
002520     DISPLAY 'GRDHIST NOVO   - REGISTROS GRAVADOS...: '
002530         CNV-QTDE-EDT.
002540     MOVE CNV-QTDE-REJEITADOS TO CNV-QTDE-EDT.
002550     DISPLAY 'REGISTROS NAO CONVERTIDOS.............: '
002560         CNV-QTDE-EDT.
002570     MOVE CNV-QTDE-MORTO-LIDOS TO CNV-QTDE-EDT.
002580     DISPLAY 'ARQUIVO MORTO  - REGISTROS LIDOS......: '
002590         CNV-QTDE-EDT.
002600     MOVE CNV-QTDE-MORTO-GRAV TO CNV-QTDE-EDT.
002610     DISPLAY 'ARQUIVO MORTO  - REGISTROS GRAVADOS...: '
002620         CNV-QTDE-EDT.
002630     IF CNV-QTDE-GRAVADOS NOT = CNV-QTDE-LIDOS
002640         IF RETURN-CODE < 8
002650             MOVE 8 TO RETURN-CODE
002660         END-IF
002670     END-IF.
002680 9000-FINALIZAR-EXIT.
002690     EXIT.
