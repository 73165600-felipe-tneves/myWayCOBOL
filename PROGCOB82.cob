000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCOB82.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE PESSOAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: CARGA VALIDADA DO CARTAO DE PONTO MENSAL -
000100*           PASSO DA CADEIA BATMENSAL ANTES DA FOLHA. LE O
000110*           ARQUIVO BRUTO DO RELOGIO (PONTOBRT), CRITICA
000120*           CADA LINHA (MATRICULA, COMPETENCIA, HORAS
000130*           EXTRAS 50% E 100%, HORAS NOTURNAS E DIAS DE
000140*           FALTA INJUSTIFICADA NUMERICOS E PLAUSIVEIS) E
000150*           CONFERE A MATRICULA POR LEITURA CHAVEADA NO
000160*           EMPLOYEE-MASTER: FUNCIONARIO NAO CADASTRADO OU
000170*           DESLIGADO E REJEITADO. OS ACEITOS SAO GRAVADOS NO
000180*           PONTO (CHAVE MATRICULA + COMPETENCIA; RECARGA DA
000190*           MESMA CHAVE SUBSTITUI O REGISTRO) E OS REJEITADOS
000200*           SAEM NO RELATORIO PONTOREJ COM O MOTIVO. COM
000210*           REJEITO, RETURN-CODE 4 (AVISO - A FOLHA RODA SEM
000220*           AQUELAS LINHAS); PONTO OU CADASTRO INDISPONIVEL,
000230*           RETURN-CODE 16. SEM ARQUIVO BRUTO NAO HA O QUE
000240*           CARREGAR E O PASSO TERMINA LIMPO.
000250* -----------------------------------------------------
000260* HISTORICO DE ALTERACOES
000270* 15/10/2026 FT  PROGRAMA CRIADO.
000280***********************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SPECIAL-NAMES.
000320     DECIMAL-POINT IS COMMA.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT TIME-CLOCK-RAW ASSIGN TO 'PONTOBRT'
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS CPT-BRUTO-STATUS.
000380     SELECT TIME-CLOCK ASSIGN TO 'PONTO'
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS PTO-CHAVE
000420         FILE STATUS IS CPT-PONTO-STATUS.
000430     SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS EMP-ID
000470         FILE STATUS IS CPT-EMPMAST-STATUS.
000480     SELECT TIME-CLOCK-REJECTS ASSIGN TO 'PONTOREJ'
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS CPT-REJEITO-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  TIME-CLOCK-RAW.
000540     COPY PONTOBRT.
000550 FD  TIME-CLOCK.
000560     COPY PONTO.
000570 FD  EMPLOYEE-MASTER.
000580     COPY EMPREC.
000590 FD  TIME-CLOCK-REJECTS
000600     RECORD CONTAINS 80 CHARACTERS.
000610 01  CPT-REJEITO-LINE         PIC X(80).
000620 WORKING-STORAGE SECTION.
000630 01  CPT-SWITCHES.
000640     05  CPT-BRUTO-STATUS     PIC X(02) VALUE '00'.
000650         88  CPT-BRUTO-EOF        VALUE '10'.
000660     05  CPT-PONTO-STATUS     PIC X(02) VALUE '00'.
000670     05  CPT-EMPMAST-STATUS   PIC X(02) VALUE '00'.
000680     05  CPT-REJEITO-STATUS   PIC X(02) VALUE '00'.
000690     05  CPT-SW-REGISTRO      PIC X(01) VALUE 'S'.
000700         88  CPT-REGISTRO-OK      VALUE 'S'.
000710         88  CPT-REGISTRO-RUIM    VALUE 'N'.
000720     05  CPT-SW-PROCESSOU     PIC X(01) VALUE 'N'.
000730         88  CPT-PROCESSOU        VALUE 'S'.
000740
000750 01  CPT-CONTADORES.
000760     05  CPT-RETORNO          PIC 9(04) COMP VALUE ZEROS.
000770     05  CPT-QTDE-LIDAS       PIC 9(05) COMP VALUE ZEROS.
000780     05  CPT-QTDE-INCLUIDAS   PIC 9(05) COMP VALUE ZEROS.
000790     05  CPT-QTDE-SUBSTITUIDAS PIC 9(05) COMP VALUE ZEROS.
000800     05  CPT-QTDE-REJEITADAS  PIC 9(05) COMP VALUE ZEROS.
000810
000820 01  CPT-DATASISTEMA          PIC 9(08) VALUE ZEROS.
000830
000840*    LIMITE DE DIAS DE FALTA NA COMPETENCIA (MES DE 31 DIAS)
000850 01  CPT-MAX-FALTAS           PIC 9(02) VALUE 31.
000860
000870 01  CPT-MOTIVO               PIC X(30) VALUE SPACES.
000880
000890 01  CPT-LINHA-REJEITO.
000900     05  CPT-R-MATRICULA      PIC X(05).
000910     05  FILLER               PIC X(01) VALUE SPACES.
000920     05  CPT-R-COMPETENCIA    PIC X(06).
000930     05  FILLER               PIC X(01) VALUE SPACES.
000940     05  CPT-R-NOME           PIC X(30).
000950     05  FILLER               PIC X(01) VALUE SPACES.
000960     05  CPT-R-MOTIVO         PIC X(30).
000970
000980 PROCEDURE DIVISION.
000990
001000 0000-MAINLINE.
001010     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001020     PERFORM 2000-PROCESSAR-LINHA
001030         THRU 2000-PROCESSAR-LINHA-EXIT
001040         UNTIL CPT-BRUTO-EOF.
001050     PERFORM 4000-FINALIZAR THRU 4000-FINALIZAR-EXIT.
001060     MOVE CPT-RETORNO TO RETURN-CODE.
001070     GOBACK.
001080
001090*=========================================================
001100* ABERTURA: SEM ARQUIVO BRUTO NAO HA CARGA (RC 0); PONTO OU
001110* CADASTRO INDISPONIVEL SEGURA A CADEIA (RC 16)
001120*=========================================================
001130 1000-INICIALIZAR.
001140     ACCEPT CPT-DATASISTEMA FROM DATE YYYYMMDD.
001150     OPEN INPUT TIME-CLOCK-RAW.
001160     IF CPT-BRUTO-STATUS NOT = '00'
001170         DISPLAY 'ARQUIVO DO RELOGIO DE PONTO AUSENTE - NADA '
001180             'A CARREGAR'
001190         SET CPT-BRUTO-EOF TO TRUE
001200         GO TO 1000-INICIALIZAR-EXIT.
001210     OPEN INPUT EMPLOYEE-MASTER.
001220     IF CPT-EMPMAST-STATUS NOT = '00'
001230         DISPLAY 'EMPLOYEE-MASTER INDISPONIVEL - STATUS '
001240             CPT-EMPMAST-STATUS
001250         MOVE 16 TO CPT-RETORNO
001260         SET CPT-BRUTO-EOF TO TRUE
001270         CLOSE TIME-CLOCK-RAW
001280         GO TO 1000-INICIALIZAR-EXIT.
001290     OPEN I-O TIME-CLOCK.
001300     IF CPT-PONTO-STATUS = '35'
001310         OPEN OUTPUT TIME-CLOCK
001320         CLOSE TIME-CLOCK
001330         OPEN I-O TIME-CLOCK
001340     END-IF.
001350     IF CPT-PONTO-STATUS NOT = '00'
001360         DISPLAY 'ARQUIVO DE PONTO INDISPONIVEL - STATUS '
001370             CPT-PONTO-STATUS
001380         MOVE 16 TO CPT-RETORNO
001390         SET CPT-BRUTO-EOF TO TRUE
001400         CLOSE TIME-CLOCK-RAW
001410         CLOSE EMPLOYEE-MASTER
001420         GO TO 1000-INICIALIZAR-EXIT.
001430     OPEN OUTPUT TIME-CLOCK-REJECTS.
001440     MOVE '=== REJEITOS DA CARGA DO CARTAO DE PONTO ==='
001450         TO CPT-REJEITO-LINE.
001460     WRITE CPT-REJEITO-LINE.
001470     SET CPT-PROCESSOU TO TRUE.
001480     READ TIME-CLOCK-RAW
001490         AT END SET CPT-BRUTO-EOF TO TRUE
001500     END-READ.
001510 1000-INICIALIZAR-EXIT.
001520     EXIT.
001530
001540 2000-PROCESSAR-LINHA.
001550     ADD 1 TO CPT-QTDE-LIDAS.
001560     SET CPT-REGISTRO-OK TO TRUE.
001570     MOVE SPACES TO CPT-MOTIVO.
001580     MOVE SPACES TO CPT-R-NOME.
001590     PERFORM 2100-CRITICAR-LINHA THRU 2100-CRITICAR-LINHA-EXIT.
001600     IF CPT-REGISTRO-OK
001610         PERFORM 2200-CONFERIR-CADASTRO
001620             THRU 2200-CONFERIR-CADASTRO-EXIT
001630     END-IF.
001640     IF CPT-REGISTRO-OK
001650         PERFORM 2300-GRAVAR-PONTO THRU 2300-GRAVAR-PONTO-EXIT
001660     ELSE
001670         PERFORM 2600-REJEITAR-LINHA
001680             THRU 2600-REJEITAR-LINHA-EXIT
001690     END-IF.
001700 2000-PROCESSAR-LINHA-EXIT.
001710     READ TIME-CLOCK-RAW
001720         AT END SET CPT-BRUTO-EOF TO TRUE
001730     END-READ.
001740     EXIT.
001750
001760*=========================================================
001770* CRITICA DOS CAMPOS - PARA NO PRIMEIRO ERRO ACHADO
001780*=========================================================
001790 2100-CRITICAR-LINHA.
001800     IF PTB-MATRICULA NOT NUMERIC OR PTB-MATRICULA-N = ZEROS
001810         MOVE 'MATRICULA INVALIDA' TO CPT-MOTIVO
001820         SET CPT-REGISTRO-RUIM TO TRUE
001830         GO TO 2100-CRITICAR-LINHA-EXIT.
001840     IF PTB-COMPETENCIA NOT NUMERIC
001850         MOVE 'COMPETENCIA INVALIDA' TO CPT-MOTIVO
001860         SET CPT-REGISTRO-RUIM TO TRUE
001870         GO TO 2100-CRITICAR-LINHA-EXIT.
001880     IF PTB-COMP-MES < 1 OR PTB-COMP-MES > 12
001890             OR PTB-COMP-ANO < 2000
001900         MOVE 'COMPETENCIA INVALIDA' TO CPT-MOTIVO
001910         SET CPT-REGISTRO-RUIM TO TRUE
001920         GO TO 2100-CRITICAR-LINHA-EXIT.
001930     IF PTB-HORAS-EXTRA-50 NOT NUMERIC
001940         MOVE 'HORAS EXTRAS 50% INVALIDAS' TO CPT-MOTIVO
001950         SET CPT-REGISTRO-RUIM TO TRUE
001960         GO TO 2100-CRITICAR-LINHA-EXIT.
001970     IF PTB-HORAS-EXTRA-100 NOT NUMERIC
001980         MOVE 'HORAS EXTRAS 100% INVALIDAS' TO CPT-MOTIVO
001990         SET CPT-REGISTRO-RUIM TO TRUE
002000         GO TO 2100-CRITICAR-LINHA-EXIT.
002010     IF PTB-HORAS-NOTURNAS NOT NUMERIC
002020         MOVE 'HORAS NOTURNAS INVALIDAS' TO CPT-MOTIVO
002030         SET CPT-REGISTRO-RUIM TO TRUE
002040         GO TO 2100-CRITICAR-LINHA-EXIT.
002050     IF PTB-FALTAS NOT NUMERIC
002060             OR PTB-FALTAS-N > CPT-MAX-FALTAS
002070         MOVE 'DIAS DE FALTA INVALIDOS' TO CPT-MOTIVO
002080         SET CPT-REGISTRO-RUIM TO TRUE
002090     END-IF.
002100 2100-CRITICAR-LINHA-EXIT.
002110     EXIT.
002120
002130*=========================================================
002140* MATRICULA TEM DE EXISTIR NO CADASTRO E NAO ESTAR
002150* DESLIGADA - PONTO DE QUEM SAIU NAO ENTRA NA FOLHA
002160*=========================================================
002170 2200-CONFERIR-CADASTRO.
002180     MOVE PTB-MATRICULA-N TO EMP-ID.
002190     READ EMPLOYEE-MASTER
002200         INVALID KEY
002210             MOVE 'FUNCIONARIO NAO CADASTRADO' TO CPT-MOTIVO
002220             SET CPT-REGISTRO-RUIM TO TRUE
002230             GO TO 2200-CONFERIR-CADASTRO-EXIT
002240     END-READ.
002250     MOVE EMP-NOME TO CPT-R-NOME.
002260     IF EMP-DESLIGADO
002270         MOVE 'FUNCIONARIO DESLIGADO' TO CPT-MOTIVO
002280         SET CPT-REGISTRO-RUIM TO TRUE
002290     END-IF.
002300 2200-CONFERIR-CADASTRO-EXIT.
002310     EXIT.
002320
002330*=========================================================
002340* GRAVA NO PONTO - CHAVE JA CARREGADA E SUBSTITUIDA (ARQUIVO
002350* DO RELOGIO RETRANSMITIDO COM CORRECAO)
002360*=========================================================
002370 2300-GRAVAR-PONTO.
002380     MOVE PTB-MATRICULA-N TO PTO-MATRICULA.
002390     MOVE PTB-COMPETENCIA-N TO PTO-COMPETENCIA.
002400     MOVE PTB-HORAS-EXTRA-50-N TO PTO-HORAS-EXTRA-50.
002410     MOVE PTB-HORAS-EXTRA-100-N TO PTO-HORAS-EXTRA-100.
002420     MOVE PTB-HORAS-NOTURNAS-N TO PTO-HORAS-NOTURNAS.
002430     MOVE PTB-FALTAS-N TO PTO-FALTAS.
002440     MOVE CPT-DATASISTEMA TO PTO-DATA-CARGA.
002450     WRITE PTO-RECORD
002460         INVALID KEY
002470             REWRITE PTO-RECORD
002480                 INVALID KEY
002490                     MOVE 'ERRO NA GRAVACAO DO PONTO'
002500                         TO CPT-MOTIVO
002510                     PERFORM 2600-REJEITAR-LINHA
002520                         THRU 2600-REJEITAR-LINHA-EXIT
002530                 NOT INVALID KEY
002540                     ADD 1 TO CPT-QTDE-SUBSTITUIDAS
002550             END-REWRITE
002560         NOT INVALID KEY
002570             ADD 1 TO CPT-QTDE-INCLUIDAS
002580     END-WRITE.
002590 2300-GRAVAR-PONTO-EXIT.
002600     EXIT.
002610
002620 2600-REJEITAR-LINHA.
002630     ADD 1 TO CPT-QTDE-REJEITADAS.
002640     MOVE PTB-MATRICULA TO CPT-R-MATRICULA.
002650     MOVE PTB-COMPETENCIA TO CPT-R-COMPETENCIA.
002660     MOVE CPT-MOTIVO TO CPT-R-MOTIVO.
002670     WRITE CPT-REJEITO-LINE FROM CPT-LINHA-REJEITO.
002680 2600-REJEITAR-LINHA-EXIT.
002690     EXIT.
002700
002710 4000-FINALIZAR.
002720     DISPLAY 'LINHAS LIDAS DO RELOGIO.....: ' CPT-QTDE-LIDAS.
002730     DISPLAY 'CARTOES INCLUIDOS NO PONTO..: '
002740         CPT-QTDE-INCLUIDAS.
002750     DISPLAY 'CARTOES SUBSTITUIDOS........: '
002760         CPT-QTDE-SUBSTITUIDAS.
002770     DISPLAY 'LINHAS REJEITADAS...........: '
002780         CPT-QTDE-REJEITADAS.
002790     IF CPT-PROCESSOU
002800         CLOSE TIME-CLOCK-RAW
002810         CLOSE TIME-CLOCK
002820         CLOSE EMPLOYEE-MASTER
002830         CLOSE TIME-CLOCK-REJECTS
002840     END-IF.
002850     IF CPT-QTDE-REJEITADAS > ZEROS AND CPT-RETORNO < 4
002860         DISPLAY 'HA REJEITOS NO PONTOREJ - CORRIGIR E '
002870             'RETRANSMITIR ANTES DA RODADA DEFINITIVA'
002880         MOVE 4 TO CPT-RETORNO
002890     END-IF.
002900 4000-FINALIZAR-EXIT.
002910     EXIT.
