000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCOB86.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE PESSOAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: RETORNO DOS EVENTOS TRABALHISTAS ENVIADOS AO
000100*           GOVERNO - LE O ARQUIVO DE RETORNO (ESOCRET, NO
000110*           DESENHO DO RETORNO BANCARIO BOLRET), LOCALIZA
000120*           CADA EVENTO NO CONTROLE ESOCCTL PELA CHAVE DA
000130*           REMESSA E MARCA ACEITO (A, COM O NUMERO DO
000140*           RECIBO) OU REJEITADO (R, COM O CODIGO DO ERRO -
000150*           O EXTRATO PROGCOB85 REENVIA NA PROXIMA RODADA).
000160*           REJEICOES E INCONSISTENCIAS (EVENTO NAO ENVIADO
000170*           OU JA RETORNADO) SAEM NO RELATORIO ESOCREXC COM
000180*           A MENSAGEM DO GOVERNO. AUSENCIA DE HEADER OU
000190*           TRAILER, OU TRAILER DIVERGENTE DA QUANTIDADE DE
000200*           DETALHES LIDOS, ENCERRA COM RETURN-CODE 16;
000210*           REJEICAO OU INCONSISTENCIA = RC 4.
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
000320     SELECT EVENT-RETORNO ASSIGN TO 'ESOCRET'
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS ESR-RETORNO-STATUS.
000350     SELECT EVENT-CONTROL ASSIGN TO 'ESOCCTL'
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS ECT-CHAVE
000390         FILE STATUS IS ESR-ESOCCTL-STATUS.
000400     SELECT RETURN-EXCEPTIONS ASSIGN TO 'ESOCREXC'
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS ESR-EXCECAO-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  EVENT-RETORNO.
000460     COPY ESOCRET.
000470 FD  EVENT-CONTROL.
000480     COPY ESOCCTL.
000490 FD  RETURN-EXCEPTIONS
000500     RECORD CONTAINS 80 CHARACTERS.
000510 01  ESR-EXCECAO-LINE         PIC X(80).
000520 WORKING-STORAGE SECTION.
000530 01  ESR-SWITCHES.
000540     05  ESR-RETORNO-STATUS   PIC X(02) VALUE '00'.
000550         88  ESR-RETORNO-EOF      VALUE '10'.
000560     05  ESR-ESOCCTL-STATUS   PIC X(02) VALUE '00'.
000570     05  ESR-EXCECAO-STATUS   PIC X(02) VALUE '00'.
000580     05  ESR-SW-HEADER        PIC X(01) VALUE 'N'.
000590         88  ESR-TEM-HEADER       VALUE 'S'.
000600     05  ESR-SW-TRAILER       PIC X(01) VALUE 'N'.
000610         88  ESR-TEM-TRAILER      VALUE 'S'.
000620
000630 01  ESR-CONTADORES.
000640     05  ESR-RETORNO-RC       PIC 9(04) COMP VALUE ZEROS.
000650     05  ESR-QTDE-DETALHES    PIC 9(06) COMP VALUE ZEROS.
000660     05  ESR-QTDE-ACEITOS     PIC 9(06) COMP VALUE ZEROS.
000670     05  ESR-QTDE-REJEITADOS  PIC 9(06) COMP VALUE ZEROS.
000680     05  ESR-QTDE-EXCECOES    PIC 9(06) COMP VALUE ZEROS.
000690     05  ESR-TRL-QUANTIDADE   PIC 9(06) VALUE ZEROS.
000700
000710 01  ESR-DATASISTEMA          PIC 9(08) VALUE ZEROS.
000720
000730 PROCEDURE DIVISION.
000740
000750 0000-MAINLINE.
000760     ACCEPT ESR-DATASISTEMA FROM DATE YYYYMMDD.
000770     OPEN INPUT EVENT-RETORNO.
000780     IF ESR-RETORNO-STATUS NOT = '00'
000790         DISPLAY 'ARQUIVO DE RETORNO AUSENTE - STATUS '
000800             ESR-RETORNO-STATUS
000810         MOVE 16 TO RETURN-CODE
000820         GO TO 0000-ENCERRAR.
000830     OPEN I-O EVENT-CONTROL.
000840     IF ESR-ESOCCTL-STATUS NOT = '00'
000850         DISPLAY 'CONTROLE DE EVENTOS INDISPONIVEL - STATUS '
000860             ESR-ESOCCTL-STATUS
000870         CLOSE EVENT-RETORNO
000880         MOVE 16 TO RETURN-CODE
000890         GO TO 0000-ENCERRAR.
000900     OPEN OUTPUT RETURN-EXCEPTIONS.
000910     MOVE '=== EXCECOES DO RETORNO DE EVENTOS AO GOVERNO ==='
000920         TO ESR-EXCECAO-LINE.
000930     WRITE ESR-EXCECAO-LINE.
000940     READ EVENT-RETORNO
000950         AT END SET ESR-RETORNO-EOF TO TRUE
000960     END-READ.
000970     PERFORM 1000-PROCESSAR-REGISTRO
000980         THRU 1000-PROCESSAR-REGISTRO-EXIT
000990         UNTIL ESR-RETORNO-EOF.
001000     PERFORM 3000-CONFERIR-TRAILER
001010         THRU 3000-CONFERIR-TRAILER-EXIT.
001020     CLOSE EVENT-RETORNO.
001030     CLOSE EVENT-CONTROL.
001040     CLOSE RETURN-EXCEPTIONS.
001050     DISPLAY 'EVENTOS RETORNADOS..: ' ESR-QTDE-DETALHES.
001060     DISPLAY 'ACEITOS.............: ' ESR-QTDE-ACEITOS.
001070     DISPLAY 'REJEITADOS..........: ' ESR-QTDE-REJEITADOS.
001080     DISPLAY 'EXCECOES............: ' ESR-QTDE-EXCECOES.
001090     IF ESR-RETORNO-RC < 4
001100             AND (ESR-QTDE-REJEITADOS > ZEROS
001110                  OR ESR-QTDE-EXCECOES > ZEROS)
001120         MOVE 4 TO ESR-RETORNO-RC
001130     END-IF.
001140     MOVE ESR-RETORNO-RC TO RETURN-CODE.
001150 0000-ENCERRAR.
001160     GOBACK.
001170
001180 1000-PROCESSAR-REGISTRO.
001190     EVALUATE TRUE
001200         WHEN ERT-TIPO-HEADER
001210             SET ESR-TEM-HEADER TO TRUE
001220         WHEN ERT-TIPO-DETALHE
001230             ADD 1 TO ESR-QTDE-DETALHES
001240             PERFORM 1100-TRATAR-EVENTO
001250                 THRU 1100-TRATAR-EVENTO-EXIT
001260         WHEN ERT-TIPO-TRAILER
001270             SET ESR-TEM-TRAILER TO TRUE
001280             MOVE ERT-T-QUANTIDADE TO ESR-TRL-QUANTIDADE
001290         WHEN OTHER
001300             DISPLAY 'TIPO DE REGISTRO DESCONHECIDO: ' ERT-TIPO
001310             MOVE 16 TO ESR-RETORNO-RC
001320     END-EVALUATE.
001330 1000-PROCESSAR-REGISTRO-EXIT.
001340     READ EVENT-RETORNO
001350         AT END SET ESR-RETORNO-EOF TO TRUE
001360     END-READ.
001370     EXIT.
001380
001390*=========================================================
001400* UM EVENTO DO RETORNO: SO O QUE ESTA ENVIADO NO CONTROLE
001410* RECEBE O RESULTADO; O RESTO E INCONSISTENCIA
001420*=========================================================
001430 1100-TRATAR-EVENTO.
001440     MOVE ERT-D-CHAVE TO ECT-CHAVE.
001450     READ EVENT-CONTROL
001460         INVALID KEY
001470             ADD 1 TO ESR-QTDE-EXCECOES
001480             MOVE SPACES TO ESR-EXCECAO-LINE
001490             STRING 'RETORNO DE EVENTO NAO ENVIADO: '
001500                 DELIMITED BY SIZE
001510                 ERT-D-EVENTO ' ' ERT-D-MATRICULA ' '
001520                 ERT-D-REFERENCIA DELIMITED BY SIZE
001530                 INTO ESR-EXCECAO-LINE
001540             WRITE ESR-EXCECAO-LINE
001550             GO TO 1100-TRATAR-EVENTO-EXIT
001560     END-READ.
001570     IF NOT ECT-ENVIADO
001580         ADD 1 TO ESR-QTDE-EXCECOES
001590         MOVE SPACES TO ESR-EXCECAO-LINE
001600         STRING 'EVENTO JA RETORNADO (SITUACAO '
001610             DELIMITED BY SIZE
001620             ECT-STATUS '): ' ERT-D-EVENTO ' '
001630             ERT-D-MATRICULA ' ' ERT-D-REFERENCIA
001640             DELIMITED BY SIZE
001650             INTO ESR-EXCECAO-LINE
001660         WRITE ESR-EXCECAO-LINE
001670         GO TO 1100-TRATAR-EVENTO-EXIT.
001680     EVALUATE TRUE
001690         WHEN ERT-ACEITO
001700             SET ECT-ACEITO TO TRUE
001710             MOVE ERT-D-RECIBO TO ECT-RECIBO
001720             MOVE SPACES TO ECT-OCORRENCIA
001730             ADD 1 TO ESR-QTDE-ACEITOS
001740         WHEN ERT-REJEITADO
001750             SET ECT-REJEITADO TO TRUE
001760             MOVE SPACES TO ECT-RECIBO
001770             MOVE ERT-D-OCORRENCIA TO ECT-OCORRENCIA
001780             ADD 1 TO ESR-QTDE-REJEITADOS
001790             PERFORM 1200-LISTAR-REJEICAO
001800                 THRU 1200-LISTAR-REJEICAO-EXIT
001810         WHEN OTHER
001820             ADD 1 TO ESR-QTDE-EXCECOES
001830             MOVE SPACES TO ESR-EXCECAO-LINE
001840             STRING 'SITUACAO DE RETORNO INVALIDA ('
001850                 DELIMITED BY SIZE
001860                 ERT-D-SITUACAO '): ' ERT-D-EVENTO ' '
001870                 ERT-D-MATRICULA ' ' ERT-D-REFERENCIA
001880                 DELIMITED BY SIZE
001890                 INTO ESR-EXCECAO-LINE
001900             WRITE ESR-EXCECAO-LINE
001910             GO TO 1100-TRATAR-EVENTO-EXIT
001920     END-EVALUATE.
001930     MOVE ESR-DATASISTEMA TO ECT-DATA-RETORNO.
001940     REWRITE ECT-CONTROL-RECORD
001950         INVALID KEY
001960             DISPLAY 'ERRO AO REGRAVAR O CONTROLE DO EVENTO '
001970                 ECT-EVENTO ' ' ECT-MATRICULA
001980     END-REWRITE.
001990 1100-TRATAR-EVENTO-EXIT.
002000     EXIT.
002010
002020*=========================================================
002030* REJEICAO: EVENTO E MENSAGEM DO GOVERNO, PARA CORRECAO DO
002040* CADASTRO ANTES DO REENVIO
002050*=========================================================
002060 1200-LISTAR-REJEICAO.
002070     MOVE SPACES TO ESR-EXCECAO-LINE.
002080     STRING 'REJEITADO ' ERT-D-EVENTO
002090            ' MATRICULA ' ERT-D-MATRICULA
002100            ' DATA ' ERT-D-REFERENCIA
002110            ' ERRO ' ERT-D-OCORRENCIA
002120         DELIMITED BY SIZE INTO ESR-EXCECAO-LINE.
002130     WRITE ESR-EXCECAO-LINE.
002140     MOVE SPACES TO ESR-EXCECAO-LINE.
002150     STRING '    ' ERT-D-MENSAGEM
002160         DELIMITED BY SIZE INTO ESR-EXCECAO-LINE.
002170     WRITE ESR-EXCECAO-LINE.
002180 1200-LISTAR-REJEICAO-EXIT.
002190     EXIT.
002200
002210*=========================================================
002220* CONFERENCIA DO TRAILER CONTRA OS DETALHES LIDOS
002230*=========================================================
002240 3000-CONFERIR-TRAILER.
002250     IF NOT ESR-TEM-HEADER OR NOT ESR-TEM-TRAILER
002260         DISPLAY 'RETORNO SEM HEADER OU TRAILER - CONFERENCIA '
002270             'IMPOSSIVEL'
002280         MOVE 16 TO ESR-RETORNO-RC
002290         GO TO 3000-CONFERIR-TRAILER-EXIT.
002300     IF ESR-TRL-QUANTIDADE NOT = ESR-QTDE-DETALHES
002310         DISPLAY 'QUANTIDADE DO TRAILER (' ESR-TRL-QUANTIDADE
002320             ') DIFERE DOS DETALHES (' ESR-QTDE-DETALHES ')'
002330         MOVE 16 TO ESR-RETORNO-RC
002340     END-IF.
002350 3000-CONFERIR-TRAILER-EXIT.
002360     EXIT.
