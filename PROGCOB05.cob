000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCOB05.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE PATRIMONIO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: CADASTRO DE MEDIDORES DE ENERGIA E AGUA DOS
000100*           LOTES DO GALPAO NO CONSOLE (ARQUIVO MEDIDOR,
000110*           CHAVE LOTE + TIPO) E DIGITACAO DAS LEITURAS DO
000120*           MES (ARQUIVO LEITURAS) QUANDO NAO VEM O ARQUIVO
000130*           DO LEITURISTA. A CONTA DE ENERGIA E AGUA ERA SO
000140*           RATEADA POR AREA NO CAM - COM O MEDIDOR O
000150*           FATURAMENTO (PROGCOB18) COBRA O CONSUMO DE CADA
000160*           LOTE NA PROPRIA FATURA E SO O RESTANTE NAO
000170*           MEDIDO SEGUE PARA O RATEIO.
000180* OBS: A LEITURA INICIAL DIGITADA NA INCLUSAO OU NA TROCA
000190*      DO MEDIDOR VIRA A BASE DA PRIMEIRA COBRANCA. A TROCA
000200*      DEVE SER FEITA DEPOIS DO FATURAMENTO DO MES, COM A
000210*      LEITURA FINAL DO MEDIDOR ANTIGO JA COBRADA.
000220* -----------------------------------------------------
000230* HISTORICO DE ALTERACOES
000240* 15/10/2026 FT  PROGRAMA CRIADO.
000250***********************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SPECIAL-NAMES.
000290     DECIMAL-POINT IS COMMA.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT METER-MASTER ASSIGN TO 'MEDIDOR'
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS RANDOM
000350         RECORD KEY IS MTR-CHAVE
000360         FILE STATUS IS WRK-MEDIDOR-STATUS.
000370     SELECT METER-READINGS ASSIGN TO 'LEITURAS'
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WRK-LEITURA-STATUS.
000400     SELECT LOTS-FILE ASSIGN TO 'LOTS'
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WRK-LOTS-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  METER-MASTER.
000460     COPY MEDIDOR.
000470 FD  METER-READINGS.
000480     COPY LEITURA.
000490 FD  LOTS-FILE.
000500     COPY LOTREC.
000510 WORKING-STORAGE SECTION.
000520 77  WRK-MEDIDOR-STATUS  PIC X(02) VALUE '00'.
000530 77  WRK-LEITURA-STATUS  PIC X(02) VALUE '00'.
000540 77  WRK-LOTS-STATUS     PIC X(02) VALUE '00'.
000550     88  WRK-LOTS-EOF        VALUE '10'.
000560 77  WRK-OPCAO           PIC 9(01) VALUE ZEROS.
000570     88  WRK-OPCAO-SAIR      VALUE 9.
000580 77  WRK-LOTE            PIC 9(05) VALUE ZEROS.
000590 77  WRK-TIPO            PIC X(01) VALUE SPACES.
000600     88  WRK-TIPO-VALIDO     VALUE 'E' 'A'.
000610 77  WRK-SW-MEDIDOR      PIC X(01) VALUE 'N'.
000620     88  WRK-MEDIDOR-ACHADO  VALUE 'S'.
000630 77  WRK-SW-LOTE         PIC X(01) VALUE 'N'.
000640     88  WRK-LOTE-ACHADO     VALUE 'S'.
000650 77  WRK-LEITURA         PIC 9(07)V99 VALUE ZEROS.
000660 77  WRK-CONSUMO         PIC 9(07)V99 VALUE ZEROS.
000670 77  WRK-DATA-LEITURA    PIC 9(08) VALUE ZEROS.
000680 77  WRK-LEITURA-EDT     PIC Z.ZZZ.ZZ9,99.
000690 77  WRK-CONFIRMA        PIC X(01) VALUE 'N'.
000700     88  WRK-CONFIRMA-SIM    VALUE 'S'.
000710 77  WRK-DATASISTEMA     PIC 9(08) VALUE ZEROS.
000720 01  WRK-DATA-DIGITADA.
000730     05  WRK-DD-ANO          PIC 9(04).
000740     05  WRK-DD-MES          PIC 9(02).
000750         88  WRK-DD-MES-VALIDO   VALUE 1 THRU 12.
000760     05  WRK-DD-DIA          PIC 9(02).
000770         88  WRK-DD-DIA-VALIDO   VALUE 1 THRU 31.
000780 PROCEDURE DIVISION.
000790
000800 0000-MAINLINE.
000810     ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
000820     OPEN I-O METER-MASTER.
000830     IF WRK-MEDIDOR-STATUS = '35'
000840         OPEN OUTPUT METER-MASTER
000850         CLOSE METER-MASTER
000860         OPEN I-O METER-MASTER
000870     END-IF.
000880     IF WRK-MEDIDOR-STATUS NOT = '00'
000890         DISPLAY 'CADASTRO DE MEDIDORES INDISPONIVEL - STATUS '
000900             WRK-MEDIDOR-STATUS
000910         GO TO 0000-ENCERRAR.
000920     PERFORM 1000-PROCESSAR-MENU THRU 1000-PROCESSAR-MENU-EXIT
000930         UNTIL WRK-OPCAO-SAIR.
000940     CLOSE METER-MASTER.
000950 0000-ENCERRAR.
000960     GOBACK.
000970
000980 1000-PROCESSAR-MENU.
000990     DISPLAY '================================================'.
001000     DISPLAY '     MEDIDORES DE ENERGIA E AGUA DOS LOTES      '.
001010     DISPLAY '================================================'.
001020     DISPLAY '1 - INCLUIR MEDIDOR'.
001030     DISPLAY '2 - TROCAR MEDIDOR (NOVA SERIE/LEITURA INICIAL)'.
001040     DISPLAY '3 - INATIVAR/REATIVAR MEDIDOR'.
001050     DISPLAY '4 - CONSULTAR MEDIDOR'.
001060     DISPLAY '5 - REGISTRAR LEITURA DO MES'.
001070     DISPLAY '9 - SAIR'.
001080     DISPLAY 'OPCAO: '.
001090     ACCEPT WRK-OPCAO.
001100     EVALUATE WRK-OPCAO
001110         WHEN 1
001120             PERFORM 2000-INCLUIR THRU 2000-INCLUIR-EXIT
001130         WHEN 2
001140             PERFORM 3000-TROCAR THRU 3000-TROCAR-EXIT
001150         WHEN 3
001160             PERFORM 4000-SITUACAO THRU 4000-SITUACAO-EXIT
001170         WHEN 4
001180             PERFORM 5000-CONSULTAR THRU 5000-CONSULTAR-EXIT
001190         WHEN 5
001200             PERFORM 6000-REGISTRAR-LEITURA
001210                 THRU 6000-REGISTRAR-LEITURA-EXIT
001220         WHEN 9
001230             CONTINUE
001240         WHEN OTHER
001250             DISPLAY 'OPCAO INVALIDA - REDIGITE'
001260     END-EVALUATE.
001270 1000-PROCESSAR-MENU-EXIT.
001280     EXIT.
001290
001300*=========================================================
001310* CHAVE DO MEDIDOR: LOTE + TIPO (E = ENERGIA, A = AGUA)
001320*=========================================================
001330 1500-LER-CHAVE.
001340     MOVE 'N' TO WRK-SW-MEDIDOR.
001350     DISPLAY 'LOTE: '.
001360     ACCEPT WRK-LOTE.
001370     DISPLAY 'TIPO (E = ENERGIA, A = AGUA): '.
001380     ACCEPT WRK-TIPO.
001390     IF NOT WRK-TIPO-VALIDO
001400         DISPLAY 'TIPO INVALIDO'
001410         GO TO 1500-LER-CHAVE-EXIT.
001420     MOVE WRK-LOTE TO MTR-LOTE-ID.
001430     MOVE WRK-TIPO TO MTR-TIPO.
001440     READ METER-MASTER
001450         INVALID KEY
001460             CONTINUE
001470         NOT INVALID KEY
001480             SET WRK-MEDIDOR-ACHADO TO TRUE
001490     END-READ.
001500 1500-LER-CHAVE-EXIT.
001510     EXIT.
001520
001530*=========================================================
001540* O LOTE TEM DE EXISTIR NO ARQUIVO DE LOTES (SEM O ARQUIVO
001550* A INCLUSAO SEGUE COM AVISO)
001560*=========================================================
001570 1600-CONFERIR-LOTE.
001580     MOVE 'N' TO WRK-SW-LOTE.
001590     OPEN INPUT LOTS-FILE.
001600     IF WRK-LOTS-STATUS NOT = '00'
001610         DISPLAY 'AVISO: ARQUIVO DE LOTES INDISPONIVEL - LOTE '
001620             'NAO CONFERIDO'
001630         SET WRK-LOTE-ACHADO TO TRUE
001640         GO TO 1600-CONFERIR-LOTE-EXIT.
001650     READ LOTS-FILE
001660         AT END SET WRK-LOTS-EOF TO TRUE
001670     END-READ.
001680     PERFORM 1610-PROCURAR-LOTE THRU 1610-PROCURAR-LOTE-EXIT
001690         UNTIL WRK-LOTS-EOF OR WRK-LOTE-ACHADO.
001700     CLOSE LOTS-FILE.
001710     MOVE '00' TO WRK-LOTS-STATUS.
001720 1600-CONFERIR-LOTE-EXIT.
001730     EXIT.
001740
001750 1610-PROCURAR-LOTE.
001760     IF LOT-ID = WRK-LOTE
001770         SET WRK-LOTE-ACHADO TO TRUE
001780         GO TO 1610-PROCURAR-LOTE-EXIT.
001790     READ LOTS-FILE
001800         AT END SET WRK-LOTS-EOF TO TRUE
001810     END-READ.
001820 1610-PROCURAR-LOTE-EXIT.
001830     EXIT.
001840
001850*=========================================================
001860* DATA DIGITADA (ENTER = HOJE) COM MES E DIA CONFERIDOS
001870*=========================================================
001880 1700-LER-DATA.
001890     MOVE ZEROS TO WRK-DATA-LEITURA.
001900     ACCEPT WRK-DATA-LEITURA.
001910     IF WRK-DATA-LEITURA = ZEROS
001920         MOVE WRK-DATASISTEMA TO WRK-DATA-LEITURA
001930     END-IF.
001940     MOVE WRK-DATA-LEITURA TO WRK-DATA-DIGITADA.
001950     IF NOT WRK-DD-MES-VALIDO OR NOT WRK-DD-DIA-VALIDO
001960         DISPLAY 'DATA INVALIDA'
001970         MOVE ZEROS TO WRK-DATA-LEITURA
001980     END-IF.
001990 1700-LER-DATA-EXIT.
002000     EXIT.
002010
002020 2000-INCLUIR.
002030     PERFORM 1500-LER-CHAVE THRU 1500-LER-CHAVE-EXIT.
002040     IF NOT WRK-TIPO-VALIDO
002050         GO TO 2000-INCLUIR-EXIT.
002060     IF WRK-MEDIDOR-ACHADO
002070         DISPLAY 'MEDIDOR JA CADASTRADO - SERIE '
002080             MTR-NUMERO-SERIE ' SITUACAO ' MTR-SITUACAO
002090         GO TO 2000-INCLUIR-EXIT.
002100     PERFORM 1600-CONFERIR-LOTE THRU 1600-CONFERIR-LOTE-EXIT.
002110     IF NOT WRK-LOTE-ACHADO
002120         DISPLAY 'LOTE NAO ENCONTRADO NO ARQUIVO DE LOTES'
002130         GO TO 2000-INCLUIR-EXIT.
002140     MOVE WRK-LOTE TO MTR-LOTE-ID.
002150     MOVE WRK-TIPO TO MTR-TIPO.
002160     DISPLAY 'NUMERO DE SERIE: '.
002170     MOVE SPACES TO MTR-NUMERO-SERIE.
002180     ACCEPT MTR-NUMERO-SERIE.
002190     DISPLAY 'DATA DA INSTALACAO (AAAAMMDD - ENTER = HOJE): '.
002200     PERFORM 1700-LER-DATA THRU 1700-LER-DATA-EXIT.
002210     IF WRK-DATA-LEITURA = ZEROS
002220         GO TO 2000-INCLUIR-EXIT.
002230     DISPLAY 'LEITURA INICIAL: '.
002240     MOVE ZEROS TO WRK-LEITURA.
002250     ACCEPT WRK-LEITURA.
002260     MOVE WRK-DATA-LEITURA TO MTR-DATA-INSTALACAO.
002270     MOVE WRK-LEITURA TO MTR-LEITURA-ANTERIOR.
002280     MOVE WRK-LEITURA TO MTR-ULTIMA-LEITURA.
002290     MOVE WRK-DATA-LEITURA TO MTR-DATA-ULT-LEITURA.
002300     MOVE ZEROS TO MTR-CONSUMO-MEDIO.
002310     MOVE ZEROS TO MTR-QTDE-MESES.
002320     SET MTR-ATIVO TO TRUE.
002330     WRITE MTR-RECORD
002340         INVALID KEY
002350             DISPLAY 'ERRO AO GRAVAR O MEDIDOR'
002360         NOT INVALID KEY
002370             DISPLAY 'MEDIDOR INCLUIDO'
002380     END-WRITE.
002390 2000-INCLUIR-EXIT.
002400     EXIT.
002410
002420*=========================================================
002430* TROCA DO MEDIDOR: NOVA SERIE E NOVA LEITURA INICIAL, QUE
002440* VIRA A BASE DA PROXIMA COBRANCA. A MEDIA DE CONSUMO DO
002450* LOTE E MANTIDA (O CONSUMO NAO MUDA COM O APARELHO).
002460*=========================================================
002470 3000-TROCAR.
002480     PERFORM 1500-LER-CHAVE THRU 1500-LER-CHAVE-EXIT.
002490     IF NOT WRK-TIPO-VALIDO
002500         GO TO 3000-TROCAR-EXIT.
002510     IF NOT WRK-MEDIDOR-ACHADO
002520         DISPLAY 'MEDIDOR NAO ENCONTRADO'
002530         GO TO 3000-TROCAR-EXIT.
002540     IF NOT MTR-ATIVO
002550         DISPLAY 'MEDIDOR INATIVO - REATIVE ANTES DA TROCA'
002560         GO TO 3000-TROCAR-EXIT.
002570     MOVE MTR-ULTIMA-LEITURA TO WRK-LEITURA-EDT.
002580     DISPLAY 'SERIE ATUAL ' MTR-NUMERO-SERIE
002590         ' - ULTIMA LEITURA COBRADA ' WRK-LEITURA-EDT
002600         ' EM ' MTR-DATA-ULT-LEITURA.
002610     DISPLAY 'NOVO NUMERO DE SERIE: '.
002620     MOVE SPACES TO MTR-NUMERO-SERIE.
002630     ACCEPT MTR-NUMERO-SERIE.
002640     DISPLAY 'DATA DA TROCA (AAAAMMDD - ENTER = HOJE): '.
002650     PERFORM 1700-LER-DATA THRU 1700-LER-DATA-EXIT.
002660     IF WRK-DATA-LEITURA = ZEROS
002670         GO TO 3000-TROCAR-EXIT.
002680     IF WRK-DATA-LEITURA < MTR-DATA-ULT-LEITURA
002690         DISPLAY 'TROCA ANTERIOR A ULTIMA LEITURA COBRADA'
002700         GO TO 3000-TROCAR-EXIT.
002710     DISPLAY 'LEITURA INICIAL DO NOVO MEDIDOR: '.
002720     MOVE ZEROS TO WRK-LEITURA.
002730     ACCEPT WRK-LEITURA.
002740     DISPLAY 'CONFIRMA A TROCA (S/N)? '.
002750     MOVE 'N' TO WRK-CONFIRMA.
002760     ACCEPT WRK-CONFIRMA.
002770     IF NOT WRK-CONFIRMA-SIM
002780         DISPLAY 'NADA ALTERADO'
002790         GO TO 3000-TROCAR-EXIT.
002800     MOVE WRK-DATA-LEITURA TO MTR-DATA-INSTALACAO.
002810     MOVE WRK-LEITURA TO MTR-LEITURA-ANTERIOR.
002820     MOVE WRK-LEITURA TO MTR-ULTIMA-LEITURA.
002830     MOVE WRK-DATA-LEITURA TO MTR-DATA-ULT-LEITURA.
002840     REWRITE MTR-RECORD
002850         INVALID KEY
002860             DISPLAY 'ERRO AO REGRAVAR O MEDIDOR'
002870         NOT INVALID KEY
002880             DISPLAY 'MEDIDOR TROCADO'
002890     END-REWRITE.
002900 3000-TROCAR-EXIT.
002910     EXIT.
002920
002930 4000-SITUACAO.
002940     PERFORM 1500-LER-CHAVE THRU 1500-LER-CHAVE-EXIT.
002950     IF NOT WRK-TIPO-VALIDO
002960         GO TO 4000-SITUACAO-EXIT.
002970     IF NOT WRK-MEDIDOR-ACHADO
002980         DISPLAY 'MEDIDOR NAO ENCONTRADO'
002990         GO TO 4000-SITUACAO-EXIT.
003000     IF MTR-ATIVO
003010         DISPLAY 'MEDIDOR ATIVO - INATIVA (S/N)? '
003020     ELSE
003030         DISPLAY 'MEDIDOR INATIVO - REATIVA (S/N)? '
003040     END-IF.
003050     MOVE 'N' TO WRK-CONFIRMA.
003060     ACCEPT WRK-CONFIRMA.
003070     IF NOT WRK-CONFIRMA-SIM
003080         DISPLAY 'NADA ALTERADO'
003090         GO TO 4000-SITUACAO-EXIT.
003100     IF MTR-ATIVO
003110         SET MTR-INATIVO TO TRUE
003120     ELSE
003130         SET MTR-ATIVO TO TRUE
003140     END-IF.
003150     REWRITE MTR-RECORD
003160         INVALID KEY
003170             DISPLAY 'ERRO AO REGRAVAR O MEDIDOR'
003180         NOT INVALID KEY
003190             DISPLAY 'SITUACAO ALTERADA PARA ' MTR-SITUACAO
003200     END-REWRITE.
003210 4000-SITUACAO-EXIT.
003220     EXIT.
003230
003240 5000-CONSULTAR.
003250     PERFORM 1500-LER-CHAVE THRU 1500-LER-CHAVE-EXIT.
003260     IF NOT WRK-TIPO-VALIDO
003270         GO TO 5000-CONSULTAR-EXIT.
003280     IF NOT WRK-MEDIDOR-ACHADO
003290         DISPLAY 'MEDIDOR NAO ENCONTRADO'
003300         GO TO 5000-CONSULTAR-EXIT.
003310     DISPLAY '=========================================='.
003320     DISPLAY 'LOTE/TIPO......... ' MTR-LOTE-ID '/' MTR-TIPO.
003330     DISPLAY 'SERIE............. ' MTR-NUMERO-SERIE.
003340     DISPLAY 'INSTALADO EM...... ' MTR-DATA-INSTALACAO.
003350     MOVE MTR-LEITURA-ANTERIOR TO WRK-LEITURA-EDT.
003360     DISPLAY 'LEITURA ANTERIOR.. ' WRK-LEITURA-EDT.
003370     MOVE MTR-ULTIMA-LEITURA TO WRK-LEITURA-EDT.
003380     DISPLAY 'ULTIMA LEITURA.... ' WRK-LEITURA-EDT
003390         ' EM ' MTR-DATA-ULT-LEITURA.
003400     MOVE MTR-CONSUMO-MEDIO TO WRK-LEITURA-EDT.
003410     DISPLAY 'CONSUMO MEDIO..... ' WRK-LEITURA-EDT
003420         ' (' MTR-QTDE-MESES ' MESES)'.
003430     DISPLAY 'SITUACAO.......... ' MTR-SITUACAO.
003440     DISPLAY '=========================================='.
003450 5000-CONSULTAR-EXIT.
003460     EXIT.
003470
003480*=========================================================
003490* LEITURA DO MES DIGITADA: A ANTERIOR VEM DO CADASTRO
003500* (ULTIMA LEITURA COBRADA) E A LINHA E ACRESCENTADA NO
003510* ARQUIVO DE LEITURAS QUE O FATURAMENTO LE. CONSUMO ACIMA
003520* DO DOBRO DA MEDIA PEDE CONFIRMACAO (O FATURAMENTO CONFERE
003530* DE NOVO PELA TOLERANCIA DO TARIFUTL).
003540*=========================================================
003550 6000-REGISTRAR-LEITURA.
003560     PERFORM 1500-LER-CHAVE THRU 1500-LER-CHAVE-EXIT.
003570     IF NOT WRK-TIPO-VALIDO
003580         GO TO 6000-REGISTRAR-LEITURA-EXIT.
003590     IF NOT WRK-MEDIDOR-ACHADO
003600         DISPLAY 'MEDIDOR NAO ENCONTRADO'
003610         GO TO 6000-REGISTRAR-LEITURA-EXIT.
003620     IF NOT MTR-ATIVO
003630         DISPLAY 'MEDIDOR INATIVO - LEITURA NAO REGISTRADA'
003640         GO TO 6000-REGISTRAR-LEITURA-EXIT.
003650     MOVE MTR-ULTIMA-LEITURA TO WRK-LEITURA-EDT.
003660     DISPLAY 'LEITURA ANTERIOR: ' WRK-LEITURA-EDT
003670         ' EM ' MTR-DATA-ULT-LEITURA.
003680     DISPLAY 'DATA DA LEITURA (AAAAMMDD - ENTER = HOJE): '.
003690     PERFORM 1700-LER-DATA THRU 1700-LER-DATA-EXIT.
003700     IF WRK-DATA-LEITURA = ZEROS
003710         GO TO 6000-REGISTRAR-LEITURA-EXIT.
003720     IF WRK-DATA-LEITURA NOT > MTR-DATA-ULT-LEITURA
003730         DISPLAY 'DATA NAO POSTERIOR A ULTIMA LEITURA'
003740         GO TO 6000-REGISTRAR-LEITURA-EXIT.
003750     DISPLAY 'LEITURA ATUAL: '.
003760     MOVE ZEROS TO WRK-LEITURA.
003770     ACCEPT WRK-LEITURA.
003780     IF WRK-LEITURA < MTR-ULTIMA-LEITURA
003790         DISPLAY 'LEITURA MENOR QUE A ANTERIOR - RECUSADA'
003800         GO TO 6000-REGISTRAR-LEITURA-EXIT.
003810     COMPUTE WRK-CONSUMO = WRK-LEITURA - MTR-ULTIMA-LEITURA.
003820     MOVE WRK-CONSUMO TO WRK-LEITURA-EDT.
003830     DISPLAY 'CONSUMO DO PERIODO: ' WRK-LEITURA-EDT.
003840     IF MTR-CONSUMO-MEDIO > ZEROS
003850             AND WRK-CONSUMO > MTR-CONSUMO-MEDIO * 2
003860         DISPLAY 'CONSUMO ACIMA DO DOBRO DA MEDIA - CONFIRMA '
003870             'A LEITURA (S/N)? '
003880         MOVE 'N' TO WRK-CONFIRMA
003890         ACCEPT WRK-CONFIRMA
003900         IF NOT WRK-CONFIRMA-SIM
003910             DISPLAY 'LEITURA NAO REGISTRADA'
003920             GO TO 6000-REGISTRAR-LEITURA-EXIT
003930         END-IF
003940     END-IF.
003950     OPEN EXTEND METER-READINGS.
003960     IF WRK-LEITURA-STATUS = '35'
003970         OPEN OUTPUT METER-READINGS
003980     END-IF.
003990     IF WRK-LEITURA-STATUS NOT = '00'
004000         DISPLAY 'ARQUIVO DE LEITURAS INDISPONIVEL - STATUS '
004010             WRK-LEITURA-STATUS
004020         GO TO 6000-REGISTRAR-LEITURA-EXIT.
004030     MOVE WRK-LOTE TO LEI-LOTE-ID.
004040     MOVE WRK-TIPO TO LEI-TIPO.
004050     MOVE MTR-ULTIMA-LEITURA TO LEI-LEITURA-ANTERIOR.
004060     MOVE WRK-LEITURA TO LEI-LEITURA-ATUAL.
004070     MOVE WRK-DATA-LEITURA TO LEI-DATA-LEITURA.
004080     WRITE LEI-RECORD.
004090     CLOSE METER-READINGS.
004100     DISPLAY 'LEITURA REGISTRADA'.
004110 6000-REGISTRAR-LEITURA-EXIT.
004120     EXIT.
