000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCB123.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE OPERACOES.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: AUDITORIA CONSOLIDADA DE ATIVIDADE POR USUARIO
000100*           NO CONSOLE - DADO O USUARIO (OPE-USUARIO) E UM
000110*           PERIODO, JUNTA NUMA SO LISTA CRONOLOGICA
000120*           (AUDUSRPT) TUDO O QUE AS TRILHAS GUARDAM DELE:
000130*           OPCOES DO MENU (ACTLOG), EVENTOS FUNCIONAIS
000140*           (MOVHIST), AUMENTOS (RAISEAUD), APROVACAO DA
000150*           FOLHA (FOLAPRV), PROPOSTAS E REJEICOES DE
000160*           ALTERACAO DE PARAMETRO (PENDCHG), ALTERACOES
000170*           APLICADAS (RATECHG), CORRECOES DE NOTA (GRDAUD),
000180*           IMAGENS-ANTES DO DIARIO (JRNLBEF) E ERROS DO
000190*           SYSERR ATRIBUIDOS A ELE - COM ACAO, ARQUIVO,
000200*           CHAVE E VALOR ANTES/DEPOIS ONDE A TRILHA TEM.
000210*           SECAO DE EXCECOES: SEGREGACAO DE FUNCOES (O
000220*           MESMO USUARIO PROPOS E DECIDIU A ALTERACAO DE
000230*           PARAMETRO; ALTEROU SALARIO NA COMPETENCIA DA
000240*           FOLHA QUE APROVOU) E ATIVIDADE FORA DO
000250*           EXPEDIENTE (ANTES DAS 08:00, DEPOIS DAS 18:00
000260*           OU EM DIA NAO UTIL PELA ROTINA DIAUTIL).
000270* OBS: O DIARIO JRNLBEF NAO GUARDA USUARIO - O LANCAMENTO E
000280*      ATRIBUIDO AO USUARIO QUANDO ELE ESCOLHEU NO MENU, NO
000290*      MESMO DIA E ANTES DA GRAVACAO, A OPCAO DO PROGRAMA
000300*      QUE GRAVOU (TABELA ESPELHO DAS OPCOES DO PROGCOB19).
000310*      O FOLAPRV GUARDA SO A COMPETENCIA EM ABERTO E NAO
000320*      TEM DATA: A APROVACAO E DATADA PELA ULTIMA ESCOLHA
000330*      DA OPCAO 20 NO ACTLOG. NO SYSERR A DATA E A DO ERRO
000340*      (A ATRIBUICAO NAO E DATADA) E NAO ENTRA NO TESTE DE
000350*      EXPEDIENTE; NO PENDCHG A REJEICAO LEVA A DATA DA
000360*      PROPOSTA. O OPERSESS SO TEM A SESSAO CORRENTE - DA
000370*      O EMITENTE DO RELATORIO. SO LEITURA; O AUDUSRPT E
000380*      REGRAVADO A CADA CONSULTA.
000390* -----------------------------------------------------
000400* HISTORICO DE ALTERACOES
000410* 15/10/2026 FT  PROGRAMA CRIADO.
000420***********************************************************
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SPECIAL-NAMES.
000460     DECIMAL-POINT IS COMMA.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT OPERATOR-MASTER ASSIGN TO 'OPERMAST'
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS OPE-USUARIO
000530         FILE STATUS IS WRK-OPERMAST-STATUS.
000540     SELECT OPERATOR-SESSION ASSIGN TO 'OPERSESS'
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WRK-OPERSESS-STATUS.
000570     SELECT ACTIVITY-LOG ASSIGN TO 'ACTLOG'
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WRK-ACTLOG-STATUS.
000600     SELECT MOVEMENT-HISTORY ASSIGN TO 'MOVHIST'
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WRK-MOVHIST-STATUS.
000630     SELECT RAISE-AUDIT-TRAIL ASSIGN TO 'RAISEAUD'
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WRK-AUDIT-STATUS.
000660     SELECT PAYROLL-APPROVAL ASSIGN TO 'FOLAPRV'
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WRK-FOLAPRV-STATUS.
000690     SELECT PENDING-CHANGES ASSIGN TO 'PENDCHG'
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS SEQUENTIAL
000720         RECORD KEY IS PCH-SEQUENCIA
000730         FILE STATUS IS WRK-PENDCHG-STATUS.
000740     SELECT RATE-CHANGE-AUDIT ASSIGN TO 'RATECHG'
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WRK-RATECHG-STATUS.
000770     SELECT GRADE-AUDIT-TRAIL ASSIGN TO 'GRDAUD'
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WRK-GRDAUD-STATUS.
000800     SELECT BEFORE-IMAGE-JOURNAL ASSIGN TO 'JRNLBEF'
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WRK-JOURNAL-STATUS.
000830     SELECT SYSTEM-ERROR-LOG ASSIGN TO 'SYSERR'
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WRK-SYSERR-STATUS.
000860     SELECT SORT-WORK-FILE ASSIGN TO 'SRTWORK'.
000870     SELECT USER-AUDIT-REPORT ASSIGN TO 'AUDUSRPT'
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WRK-REPORT-STATUS.
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  OPERATOR-MASTER.
000930     COPY OPERMST.
000940 FD  OPERATOR-SESSION.
000950     COPY OPERSESS.
000960 FD  ACTIVITY-LOG.
000970     COPY ACTLOG.
000980 FD  MOVEMENT-HISTORY.
000990     COPY MOVHIST.
001000 FD  RAISE-AUDIT-TRAIL.
001010     COPY RAISEAUD.
001020 FD  PAYROLL-APPROVAL.
001030     COPY FOLAPRV.
001040 FD  PENDING-CHANGES.
001050     COPY PENDCHG.
001060 FD  RATE-CHANGE-AUDIT.
001070     COPY RATECHG.
001080 FD  GRADE-AUDIT-TRAIL.
001090     COPY GRDAUD.
001100 FD  BEFORE-IMAGE-JOURNAL.
001110     COPY JRNLREG.
001120 FD  SYSTEM-ERROR-LOG.
001130     COPY SYSERR.
001140 SD  SORT-WORK-FILE.
001150 01  AUS-SORT-RECORD.
001160     05  SRT-DATA             PIC 9(08).
001170     05  SRT-HORA             PIC 9(08).
001180     05  SRT-FONTE            PIC X(08).
001190     05  SRT-ACAO             PIC X(24).
001200     05  SRT-ARQUIVO          PIC X(09).
001210     05  SRT-CHAVE            PIC X(10).
001220     05  SRT-ANTES            PIC X(28).
001230     05  SRT-DEPOIS           PIC X(28).
001240     05  SRT-MARCA            PIC X(03).
001250 FD  USER-AUDIT-REPORT
001260     RECORD CONTAINS 132 CHARACTERS.
001270 01  AUS-LINHA                PIC X(132).
001280 WORKING-STORAGE SECTION.
001290 77  WRK-OPERMAST-STATUS PIC X(02) VALUE '00'.
001300 77  WRK-OPERSESS-STATUS PIC X(02) VALUE '00'.
001310 77  WRK-ACTLOG-STATUS   PIC X(02) VALUE '00'.
001320 77  WRK-MOVHIST-STATUS  PIC X(02) VALUE '00'.
001330 77  WRK-AUDIT-STATUS    PIC X(02) VALUE '00'.
001340 77  WRK-FOLAPRV-STATUS  PIC X(02) VALUE '00'.
001350 77  WRK-PENDCHG-STATUS  PIC X(02) VALUE '00'.
001360 77  WRK-RATECHG-STATUS  PIC X(02) VALUE '00'.
001370 77  WRK-GRDAUD-STATUS   PIC X(02) VALUE '00'.
001380 77  WRK-JOURNAL-STATUS  PIC X(02) VALUE '00'.
001390 77  WRK-SYSERR-STATUS   PIC X(02) VALUE '00'.
001400 77  WRK-REPORT-STATUS   PIC X(02) VALUE '00'.
001410 77  WRK-USUARIO         PIC X(08) VALUE SPACES.
001420 77  WRK-EMITENTE        PIC X(08) VALUE SPACES.
001430 77  WRK-DATA-INICIAL    PIC 9(08) VALUE ZEROS.
001440 77  WRK-DATA-FINAL      PIC 9(08) VALUE ZEROS.
001450 77  WRK-DATA            PIC 9(08) VALUE ZEROS.
001460 77  WRK-FIM             PIC X(01) VALUE 'N'.
001470     88  WRK-FIM-ARQUIVO         VALUE 'S'.
001480     88  WRK-ARQUIVO-ATIVO       VALUE 'N'.
001490 77  WRK-FIM-SORT        PIC X(01) VALUE 'N'.
001500     88  WRK-FIM-ORDENACAO       VALUE 'S'.
001510 77  WRK-SW-USUARIO      PIC X(01) VALUE 'N'.
001520     88  WRK-USUARIO-OK          VALUE 'S'.
001530     88  WRK-USUARIO-RUIM        VALUE 'N'.
001540 77  WRK-SW-HORARIO      PIC X(01) VALUE 'S'.
001550     88  WRK-TESTAR-HORARIO      VALUE 'S'.
001560     88  WRK-SEM-HORARIO         VALUE 'N'.
001570 77  WRK-SW-ATRIBUIDO    PIC X(01) VALUE 'N'.
001580     88  WRK-LANCAMENTO-ATRIBUIDO VALUE 'S'.
001590 77  WRK-SW-AVISO-SESSAO PIC X(01) VALUE 'N'.
001600     88  WRK-AVISO-SESSAO-DADO   VALUE 'S'.
001610 77  WRK-SW-AVISO-EXCECAO PIC X(01) VALUE 'N'.
001620     88  WRK-AVISO-EXCECAO-DADO  VALUE 'S'.
001630 77  WRK-COMP-APROVADA   PIC 9(06) VALUE ZEROS.
001640 77  WRK-APROV-DATA      PIC 9(08) VALUE ZEROS.
001650 77  WRK-APROV-HORA      PIC 9(08) VALUE ZEROS.
001660 77  WRK-HORA-INICIO     PIC 9(08) VALUE 08000000.
001670 77  WRK-HORA-FIM        PIC 9(08) VALUE 18000000.
001680 77  WRK-DATA-UTIL       PIC 9(08) VALUE ZEROS.
001690 77  WRK-QTDE-DIAS       PIC S9(03) VALUE ZEROS.
001700 77  WRK-UF-NACIONAL     PIC X(02) VALUE SPACES.
001710 77  WRK-IX-FONTE        PIC 9(02) COMP VALUE ZEROS.
001720 77  WRK-IX              PIC 9(04) COMP VALUE ZEROS.
001730 77  WRK-QTDE-ATIVIDADES PIC 9(06) VALUE ZEROS.
001740 77  WRK-QTDE-FORA       PIC 9(06) VALUE ZEROS.
001750 77  WRK-QTDE-SEGREGACAO PIC 9(06) VALUE ZEROS.
001760 77  WRK-QTDE-EDT        PIC ZZZZZ9.
001770 77  WRK-VALOR-EDT       PIC Z.ZZZ.ZZ9,99.
001780 77  WRK-NOTA-EDT        PIC Z9.
001790 77  WRK-MEDIA-EDT       PIC Z9,9.
001800 77  WRK-ENTRADA         PIC X(10) VALUE SPACES.
001810 77  WRK-VALOR-VALIDO    PIC 9(10) VALUE ZEROS.
001820 77  WRK-VALNUM-MIN-DATA PIC 9(10) VALUE 19000101.
001830 77  WRK-VALNUM-MAX-DATA PIC 9(10) VALUE 99991231.
001840 77  WRK-VALIDO          PIC X(01) VALUE 'N'.
001850     88  WRK-ENTRADA-OK        VALUE 'S'.
001860     88  WRK-ENTRADA-RUIM      VALUE 'N'.
001870
001880 01  WRK-DATASISTEMA         PIC 9(08) VALUE ZEROS.
001890
001900 01  WRK-HORA-GRUPO.
001910     05  WRK-HG-HORA         PIC 9(02).
001920     05  WRK-HG-MINUTO       PIC 9(02).
001930     05  WRK-HG-RESTO        PIC 9(04).
001940 01  WRK-HORA-NUM REDEFINES WRK-HORA-GRUPO PIC 9(08).
001950
001960 01  WRK-HORA-EDITADA.
001970     05  WRK-HE-HORA         PIC 9(02).
001980     05  FILLER              PIC X(01) VALUE ':'.
001990     05  WRK-HE-MINUTO       PIC 9(02).
002000
002010*    PROGRAMA CHAMADO POR CADA OPCAO DO MENU - ESPELHO DO
002020*    EVALUATE DO PROGCOB19 (A OPCAO 17, DESBLOQUEIO, E DO
002030*    PROPRIO MENU). OPCAO NOVA NO MENU ENTRA AQUI TAMBEM.
002040 01  WRK-TABELA-PROGRAMAS.
002050     05  FILLER PIC X(45)
002060         VALUE 'PROGCOB01PROGCOB03PROGCOB04PROGCOB08PROGCOB09'.
002070     05  FILLER PIC X(45)
002080         VALUE 'PROGCOB10PROGCOB22PROGCOB23PROGCOB25PROGCOB30'.
002090     05  FILLER PIC X(45)
002100         VALUE 'PROGCOB33PROGCOB35PROGCOB36PROGCOB45PROGCOB47'.
002110     05  FILLER PIC X(45)
002120         VALUE 'PROGCOB49PROGCOB19PROGCOB59PROGCOB64PROGCOB60'.
002130     05  FILLER PIC X(45)
002140         VALUE 'PROGCOB69PROGCOB70PROGCOB72PROGCOB54PROGCOB76'.
002150     05  FILLER PIC X(45)
002160         VALUE 'PROGCOB77PROGCOB79PROGCOB83PROGCOB88PROGCOB99'.
002170     05  FILLER PIC X(45)
002180         VALUE 'PROGCOB05PROGCB100PROGCB102PROGCB105PROGCB106'.
002190     05  FILLER PIC X(45)
002200         VALUE 'PROGCB108PROGCB110PROGCB117PROGCB118PROGCB120'.
002210     05  FILLER PIC X(18) VALUE 'PROGCB121PROGCB123'.
002220 01  WRK-PROGRAMAS REDEFINES WRK-TABELA-PROGRAMAS.
002230     05  WRK-PROGRAMA-OPCAO OCCURS 42 TIMES PIC X(09).
002240
002250*    ESCOLHAS DE MENU DO USUARIO NO PERIODO - ATRIBUICAO DOS
002260*    LANCAMENTOS DO DIARIO JRNLBEF
002270 01  WRK-TABELA-SESSOES.
002280     05  WRK-QTDE-SESSOES    PIC 9(04) COMP VALUE ZEROS.
002290     05  WRK-SESSAO OCCURS 2000 TIMES.
002300         10  WRK-S-DATA      PIC 9(08).
002310         10  WRK-S-HORA      PIC 9(08).
002320         10  WRK-S-PROGRAMA  PIC X(09).
002330
002340*    ATIVIDADE POR FONTE, PARA O RESUMO DO RELATORIO
002350 01  WRK-TABELA-FONTES.
002360     05  FILLER PIC X(40)
002370         VALUE 'ACTLOG  MOVHIST RAISEAUDFOLAPRV PENDCHG '.
002380     05  FILLER PIC X(32)
002390         VALUE 'RATECHG GRDAUD  JRNLBEF SYSERR  '.
002400 01  WRK-FONTES REDEFINES WRK-TABELA-FONTES.
002410     05  WRK-F-NOME OCCURS 9 TIMES PIC X(08).
002420 01  WRK-CONTAGEM-FONTES.
002430     05  WRK-FONTE OCCURS 9 TIMES.
002440         10  WRK-F-QTDE      PIC 9(05).
002450         10  WRK-F-STATUS    PIC X(02).
002460
002470*    EXCECOES: SEGREGACAO (GUARDADAS NA LEITURA) E FORA DO
002480*    EXPEDIENTE (GUARDADAS NA SAIDA ORDENADA)
002490 01  WRK-TABELA-EXCECOES.
002500     05  WRK-QTDE-EXCECOES   PIC 9(04) COMP VALUE ZEROS.
002510     05  WRK-EXCECAO OCCURS 500 TIMES.
002520         10  WRK-E-MOTIVO    PIC X(38).
002530         10  WRK-E-DATA      PIC X(08).
002540         10  WRK-E-HORA      PIC X(05).
002550         10  WRK-E-ACAO      PIC X(24).
002560         10  WRK-E-ARQUIVO   PIC X(09).
002570         10  WRK-E-CHAVE     PIC X(10).
002580
002590*    LINHAS DO RELATORIO AUDUSRPT
002600 01  WRK-LINHA-CABEC.
002610     05  FILLER              PIC X(36)
002620         VALUE 'AUDITORIA DE ATIVIDADE DO USUARIO: '.
002630     05  WRK-C-USUARIO       PIC X(08).
002640     05  FILLER              PIC X(01) VALUE SPACES.
002650     05  WRK-C-NOME          PIC X(25).
002660     05  FILLER              PIC X(09) VALUE ' PERIODO '.
002670     05  WRK-C-INICIAL       PIC 9(08).
002680     05  FILLER              PIC X(03) VALUE ' A '.
002690     05  WRK-C-FINAL         PIC 9(08).
002700     05  FILLER              PIC X(14) VALUE ' EMITIDO POR '.
002710     05  WRK-C-EMITENTE      PIC X(08).
002720     05  FILLER              PIC X(04) VALUE ' EM '.
002730     05  WRK-C-DATA          PIC 9(08).
002740
002750 01  WRK-LINHA-OPERADOR.
002760     05  FILLER              PIC X(18)
002770         VALUE 'CADASTRO: NIVEL '.
002780     05  WRK-O-NIVEL         PIC 9(01).
002790     05  FILLER              PIC X(18)
002800         VALUE ' - DATA DA SENHA '.
002810     05  WRK-O-DATA-SENHA    PIC 9(08).
002820     05  FILLER              PIC X(10) VALUE ' - CONTA '.
002830     05  WRK-O-CONTA         PIC X(09).
002840     05  FILLER              PIC X(68) VALUE SPACES.
002850
002860 01  WRK-LINHA-COLUNAS.
002870     05  FILLER              PIC X(09) VALUE 'DATA'.
002880     05  FILLER              PIC X(06) VALUE 'HORA'.
002890     05  FILLER              PIC X(09) VALUE 'FONTE'.
002900     05  FILLER              PIC X(25) VALUE 'ACAO'.
002910     05  FILLER              PIC X(10) VALUE 'ARQUIVO'.
002920     05  FILLER              PIC X(11) VALUE 'CHAVE'.
002930     05  FILLER              PIC X(29) VALUE 'ANTES'.
002940     05  FILLER              PIC X(29) VALUE 'DEPOIS'.
002950     05  FILLER              PIC X(04) VALUE 'MAR'.
002960
002970 01  WRK-LINHA-DETALHE.
002980     05  WRK-D-DATA          PIC X(08).
002990     05  FILLER              PIC X(01) VALUE SPACES.
003000     05  WRK-D-HORA          PIC X(05).
003010     05  FILLER              PIC X(01) VALUE SPACES.
003020     05  WRK-D-FONTE         PIC X(08).
003030     05  FILLER              PIC X(01) VALUE SPACES.
003040     05  WRK-D-ACAO          PIC X(24).
003050     05  FILLER              PIC X(01) VALUE SPACES.
003060     05  WRK-D-ARQUIVO       PIC X(09).
003070     05  FILLER              PIC X(01) VALUE SPACES.
003080     05  WRK-D-CHAVE         PIC X(10).
003090     05  FILLER              PIC X(01) VALUE SPACES.
003100     05  WRK-D-ANTES         PIC X(28).
003110     05  FILLER              PIC X(01) VALUE SPACES.
003120     05  WRK-D-DEPOIS        PIC X(28).
003130     05  FILLER              PIC X(01) VALUE SPACES.
003140     05  WRK-D-MARCA         PIC X(03).
003150     05  FILLER              PIC X(01) VALUE SPACES.
003160
003170 01  WRK-LINHA-EXCECAO.
003180     05  WRK-X-MOTIVO        PIC X(38).
003190     05  FILLER              PIC X(01) VALUE SPACES.
003200     05  WRK-X-DATA          PIC X(08).
003210     05  FILLER              PIC X(01) VALUE SPACES.
003220     05  WRK-X-HORA          PIC X(05).
003230     05  FILLER              PIC X(01) VALUE SPACES.
003240     05  WRK-X-ACAO          PIC X(24).
003250     05  FILLER              PIC X(01) VALUE SPACES.
003260     05  WRK-X-ARQUIVO       PIC X(09).
003270     05  FILLER              PIC X(01) VALUE SPACES.
003280     05  WRK-X-CHAVE         PIC X(10).
003290     05  FILLER              PIC X(33) VALUE SPACES.
003300
003310 01  WRK-LINHA-FONTE.
003320     05  FILLER              PIC X(04) VALUE SPACES.
003330     05  WRK-R-NOME          PIC X(08).
003340     05  FILLER              PIC X(02) VALUE SPACES.
003350     05  WRK-R-TEXTO         PIC X(118).
003360
003370 PROCEDURE DIVISION.
003380
003390 0000-MAINLINE.
003400     ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
003410     PERFORM 1000-LER-PEDIDO THRU 1000-LER-PEDIDO-EXIT.
003420     IF WRK-USUARIO-RUIM
003430         GOBACK.
003440     PERFORM 1500-LER-SESSAO THRU 1500-LER-SESSAO-EXIT.
003450     OPEN OUTPUT USER-AUDIT-REPORT.
003460     IF WRK-REPORT-STATUS NOT = '00'
003470         DISPLAY 'ERRO AO ABRIR O AUDUSRPT - STATUS '
003480             WRK-REPORT-STATUS
003490         GOBACK.
003500     MOVE WRK-USUARIO TO WRK-C-USUARIO.
003510     MOVE WRK-DATA-INICIAL TO WRK-C-INICIAL.
003520     MOVE WRK-DATA-FINAL TO WRK-C-FINAL.
003530     MOVE WRK-EMITENTE TO WRK-C-EMITENTE.
003540     MOVE WRK-DATASISTEMA TO WRK-C-DATA.
003550     WRITE AUS-LINHA FROM WRK-LINHA-CABEC.
003560     IF WRK-USUARIO NOT = 'BATCH'
003570         WRITE AUS-LINHA FROM WRK-LINHA-OPERADOR
003580     END-IF.
003590     MOVE SPACES TO AUS-LINHA.
003600     WRITE AUS-LINHA.
003610     WRITE AUS-LINHA FROM WRK-LINHA-COLUNAS.
003620     PERFORM 1900-INICIAR-FONTES THRU 1900-INICIAR-FONTES-EXIT
003630         VARYING WRK-IX-FONTE FROM 1 BY 1
003640         UNTIL WRK-IX-FONTE > 9.
003650     SORT SORT-WORK-FILE
003660         ON ASCENDING KEY SRT-DATA SRT-HORA SRT-FONTE
003670         INPUT PROCEDURE IS 2000-ALIMENTAR-SORT
003680             THRU 2000-ALIMENTAR-SORT-EXIT
003690         OUTPUT PROCEDURE IS 3000-CONSUMIR-SORT
003700             THRU 3000-CONSUMIR-SORT-EXIT.
003710     PERFORM 4000-IMPRIMIR-EXCECOES
003720         THRU 4000-IMPRIMIR-EXCECOES-EXIT.
003730     PERFORM 4500-IMPRIMIR-RESUMO THRU 4500-IMPRIMIR-RESUMO-EXIT.
003740     CLOSE USER-AUDIT-REPORT.
003750     MOVE WRK-QTDE-ATIVIDADES TO WRK-QTDE-EDT.
003760     DISPLAY 'ATIVIDADES DO USUARIO NO PERIODO: ' WRK-QTDE-EDT.
003770     MOVE WRK-QTDE-EXCECOES TO WRK-QTDE-EDT.
003780     DISPLAY 'EXCECOES......................: ' WRK-QTDE-EDT
003790         ' - DETALHE NO AUDUSRPT'.
003800     GOBACK.
003810
003820*=========================================================
003830* USUARIO AUDITADO E PERIODO
003840*=========================================================
003850 1000-LER-PEDIDO.
003860     DISPLAY '================================================'.
003870     DISPLAY '   AUDITORIA DE ATIVIDADE POR USUARIO           '.
003880     DISPLAY '================================================'.
003890     PERFORM 1100-LER-USUARIO THRU 1100-LER-USUARIO-EXIT.
003900     IF WRK-USUARIO-RUIM
003910         GO TO 1000-LER-PEDIDO-EXIT.
003920     SET WRK-ENTRADA-RUIM TO TRUE.
003930     PERFORM 1200-LER-DATA-INICIAL
003940         THRU 1200-LER-DATA-INICIAL-EXIT
003950         UNTIL WRK-ENTRADA-OK.
003960     SET WRK-ENTRADA-RUIM TO TRUE.
003970     PERFORM 1300-LER-DATA-FINAL THRU 1300-LER-DATA-FINAL-EXIT
003980         UNTIL WRK-ENTRADA-OK.
003990 1000-LER-PEDIDO-EXIT.
004000     EXIT.
004010
004020*    'BATCH' E O CARIMBO DOS LOTES NAS TRILHAS - AUDITAVEL
004030*    SEM CADASTRO NO OPERMAST
004040 1100-LER-USUARIO.
004050     DISPLAY 'USUARIO A AUDITAR: '.
004060     MOVE SPACES TO WRK-USUARIO.
004070     ACCEPT WRK-USUARIO.
004080     IF WRK-USUARIO = 'BATCH'
004090         MOVE 'LOTE NOTURNO (BATCH)' TO WRK-C-NOME
004100         SET WRK-USUARIO-OK TO TRUE
004110         GO TO 1100-LER-USUARIO-EXIT.
004120     OPEN INPUT OPERATOR-MASTER.
004130     IF WRK-OPERMAST-STATUS NOT = '00'
004140         DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL - '
004150             'STATUS ' WRK-OPERMAST-STATUS
004160         GO TO 1100-LER-USUARIO-EXIT.
004170     MOVE WRK-USUARIO TO OPE-USUARIO.
004180     READ OPERATOR-MASTER
004190         INVALID KEY
004200             DISPLAY 'USUARIO NAO CADASTRADO NO OPERMAST'
004210         NOT INVALID KEY
004220             SET WRK-USUARIO-OK TO TRUE
004230             MOVE OPE-NOME TO WRK-C-NOME
004240             MOVE OPE-NIVEL TO WRK-O-NIVEL
004250             MOVE OPE-DATA-SENHA TO WRK-O-DATA-SENHA
004260             IF OPE-CONTA-BLOQUEADA
004270                 MOVE 'BLOQUEADA' TO WRK-O-CONTA
004280             ELSE
004290                 MOVE 'LIVRE' TO WRK-O-CONTA
004300             END-IF
004310     END-READ.
004320     CLOSE OPERATOR-MASTER.
004330 1100-LER-USUARIO-EXIT.
004340     EXIT.
004350
004360 1200-LER-DATA-INICIAL.
004370     DISPLAY 'DATA INICIAL (AAAAMMDD): '.
004380     PERFORM 1400-LER-DATA THRU 1400-LER-DATA-EXIT.
004390     IF WRK-ENTRADA-OK
004400         MOVE WRK-DATA TO WRK-DATA-INICIAL
004410     END-IF.
004420 1200-LER-DATA-INICIAL-EXIT.
004430     EXIT.
004440
004450 1300-LER-DATA-FINAL.
004460     DISPLAY 'DATA FINAL (AAAAMMDD): '.
004470     PERFORM 1400-LER-DATA THRU 1400-LER-DATA-EXIT.
004480     IF WRK-ENTRADA-OK
004490         IF WRK-DATA < WRK-DATA-INICIAL
004500             DISPLAY 'DATA FINAL ANTERIOR A INICIAL - REDIGITE'
004510             SET WRK-ENTRADA-RUIM TO TRUE
004520         ELSE
004530             MOVE WRK-DATA TO WRK-DATA-FINAL
004540         END-IF
004550     END-IF.
004560 1300-LER-DATA-FINAL-EXIT.
004570     EXIT.
004580
004590 1400-LER-DATA.
004600     ACCEPT WRK-ENTRADA FROM CONSOLE.
004610     CALL 'VALNUM' USING BY CONTENT WRK-ENTRADA
004620                          BY CONTENT WRK-VALNUM-MIN-DATA
004630                          BY CONTENT WRK-VALNUM-MAX-DATA
004640                          BY REFERENCE WRK-VALOR-VALIDO
004650                          BY REFERENCE WRK-VALIDO.
004660     IF WRK-ENTRADA-OK
004670         MOVE WRK-VALOR-VALIDO TO WRK-DATA
004680         IF WRK-DATA (5:2) < '01' OR WRK-DATA (5:2) > '12'
004690                 OR WRK-DATA (7:2) < '01'
004700                 OR WRK-DATA (7:2) > '31'
004710             SET WRK-ENTRADA-RUIM TO TRUE
004720         END-IF
004730     END-IF.
004740     IF WRK-ENTRADA-RUIM
004750         DISPLAY 'DATA INVALIDA - REDIGITE'
004760     END-IF.
004770 1400-LER-DATA-EXIT.
004780     EXIT.
004790
004800*    EMITENTE = OPERADOR DA SESSAO CORRENTE (MENU)
004810 1500-LER-SESSAO.
004820     MOVE '*NENHUM*' TO WRK-EMITENTE.
004830     OPEN INPUT OPERATOR-SESSION.
004840     IF WRK-OPERSESS-STATUS = '00'
004850         READ OPERATOR-SESSION
004860             AT END
004870                 CONTINUE
004880             NOT AT END
004890                 MOVE OSS-USUARIO TO WRK-EMITENTE
004900         END-READ
004910         CLOSE OPERATOR-SESSION
004920     END-IF.
004930 1500-LER-SESSAO-EXIT.
004940     EXIT.
004950
004960 1900-INICIAR-FONTES.
004970     MOVE ZEROS TO WRK-F-QTDE (WRK-IX-FONTE).
004980     MOVE '00' TO WRK-F-STATUS (WRK-IX-FONTE).
004990 1900-INICIAR-FONTES-EXIT.
005000     EXIT.
005010
005020*=========================================================
005030* ENTRADA DO SORT: UMA ATIVIDADE POR REGISTRO DAS TRILHAS.
005040* O ACTLOG VEM PRIMEIRO (SESSOES E DATA DA APROVACAO DA
005050* FOLHA) E O FOLAPRV ANTES DO MOVHIST/RAISEAUD (SEGREGACAO
005060* DA FOLHA)
005070*=========================================================
005080 2000-ALIMENTAR-SORT.
005090     PERFORM 2100-LER-ACTLOG THRU 2100-LER-ACTLOG-EXIT.
005100     PERFORM 2200-LER-FOLAPRV THRU 2200-LER-FOLAPRV-EXIT.
005110     PERFORM 2300-LER-MOVHIST THRU 2300-LER-MOVHIST-EXIT.
005120     PERFORM 2400-LER-RAISEAUD THRU 2400-LER-RAISEAUD-EXIT.
005130     PERFORM 2500-LER-PENDCHG THRU 2500-LER-PENDCHG-EXIT.
005140     PERFORM 2600-LER-RATECHG THRU 2600-LER-RATECHG-EXIT.
005150     PERFORM 2700-LER-GRDAUD THRU 2700-LER-GRDAUD-EXIT.
005160     PERFORM 2800-LER-JRNLBEF THRU 2800-LER-JRNLBEF-EXIT.
005170     PERFORM 2900-LER-SYSERR THRU 2900-LER-SYSERR-EXIT.
005180 2000-ALIMENTAR-SORT-EXIT.
005190     EXIT.
005200
005210 2100-LER-ACTLOG.
005220     MOVE 1 TO WRK-IX-FONTE.
005230     OPEN INPUT ACTIVITY-LOG.
005240     IF WRK-ACTLOG-STATUS NOT = '00'
005250         MOVE WRK-ACTLOG-STATUS TO WRK-F-STATUS (WRK-IX-FONTE)
005260         GO TO 2100-LER-ACTLOG-EXIT.
005270     SET WRK-ARQUIVO-ATIVO TO TRUE.
005280     PERFORM 2110-TRATAR-OPCAO THRU 2110-TRATAR-OPCAO-EXIT
005290         UNTIL WRK-FIM-ARQUIVO.
005300     CLOSE ACTIVITY-LOG.
005310 2100-LER-ACTLOG-EXIT.
005320     EXIT.
005330
005340 2110-TRATAR-OPCAO.
005350     READ ACTIVITY-LOG
005360         AT END
005370             SET WRK-FIM-ARQUIVO TO TRUE
005380             GO TO 2110-TRATAR-OPCAO-EXIT
005390     END-READ.
005400     IF ACT-USUARIO NOT = WRK-USUARIO
005410             OR ACT-DATA < WRK-DATA-INICIAL
005420             OR ACT-DATA > WRK-DATA-FINAL
005430         GO TO 2110-TRATAR-OPCAO-EXIT.
005440     MOVE SPACES TO AUS-SORT-RECORD.
005450     MOVE ACT-DATA TO SRT-DATA.
005460     MOVE ACT-HORA TO SRT-HORA.
005470     MOVE 'OPCAO DO MENU' TO SRT-ACAO.
005480     MOVE ACT-OPCAO TO SRT-ACAO (15:2).
005490     IF ACT-OPCAO > ZEROS AND ACT-OPCAO NOT > 42
005500         MOVE WRK-PROGRAMA-OPCAO (ACT-OPCAO) TO SRT-ARQUIVO
005510         PERFORM 2120-GUARDAR-SESSAO
005520             THRU 2120-GUARDAR-SESSAO-EXIT
005530     END-IF.
005540     IF ACT-OPCAO = 20
005550         MOVE ACT-DATA TO WRK-APROV-DATA
005560         MOVE ACT-HORA TO WRK-APROV-HORA
005570     END-IF.
005580     SET WRK-TESTAR-HORARIO TO TRUE.
005590     PERFORM 7000-LIBERAR-ATIVIDADE
005600         THRU 7000-LIBERAR-ATIVIDADE-EXIT.
005610 2110-TRATAR-OPCAO-EXIT.
005620     EXIT.
005630
005640 2120-GUARDAR-SESSAO.
005650     IF WRK-QTDE-SESSOES NOT < 2000
005660         IF NOT WRK-AVISO-SESSAO-DADO
005670             DISPLAY 'MAIS DE 2000 OPCOES NO PERIODO - O DIARIO '
005680                 'SO E ATRIBUIDO ATE ESTE PONTO'
005690             SET WRK-AVISO-SESSAO-DADO TO TRUE
005700         END-IF
005710         GO TO 2120-GUARDAR-SESSAO-EXIT.
005720     ADD 1 TO WRK-QTDE-SESSOES.
005730     MOVE ACT-DATA TO WRK-S-DATA (WRK-QTDE-SESSOES).
005740     MOVE ACT-HORA TO WRK-S-HORA (WRK-QTDE-SESSOES).
005750     MOVE SRT-ARQUIVO TO WRK-S-PROGRAMA (WRK-QTDE-SESSOES).
005760 2120-GUARDAR-SESSAO-EXIT.
005770     EXIT.
005780
005790*    FOLAPRV: REGISTRO UNICO DA COMPETENCIA EM ABERTO
005800 2200-LER-FOLAPRV.
005810     MOVE 4 TO WRK-IX-FONTE.
005820     OPEN INPUT PAYROLL-APPROVAL.
005830     IF WRK-FOLAPRV-STATUS NOT = '00'
005840         MOVE WRK-FOLAPRV-STATUS TO WRK-F-STATUS (WRK-IX-FONTE)
005850         GO TO 2200-LER-FOLAPRV-EXIT.
005860     READ PAYROLL-APPROVAL
005870         AT END
005880             MOVE SPACES TO FAP-USUARIO
005890     END-READ.
005900     CLOSE PAYROLL-APPROVAL.
005910     IF NOT FAP-APROVADA OR FAP-USUARIO NOT = WRK-USUARIO
005920         GO TO 2200-LER-FOLAPRV-EXIT.
005930     MOVE FAP-COMPETENCIA TO WRK-COMP-APROVADA.
005940     MOVE SPACES TO AUS-SORT-RECORD.
005950     MOVE WRK-APROV-DATA TO SRT-DATA.
005960     MOVE WRK-APROV-HORA TO SRT-HORA.
005970     MOVE 'APROVOU A FOLHA' TO SRT-ACAO.
005980     MOVE 'FOLAPRV' TO SRT-ARQUIVO.
005990     MOVE FAP-COMPETENCIA TO SRT-CHAVE.
006000     MOVE 'PREVIA' TO SRT-ANTES.
006010     IF WRK-APROV-DATA = ZEROS
006020         MOVE 'APROVADA (SEM DATA ACTLOG)' TO SRT-DEPOIS
006030         SET WRK-SEM-HORARIO TO TRUE
006040     ELSE
006050         MOVE 'APROVADA (DATA PELO ACTLOG)' TO SRT-DEPOIS
006060         SET WRK-TESTAR-HORARIO TO TRUE
006070     END-IF.
006080     PERFORM 7000-LIBERAR-ATIVIDADE
006090         THRU 7000-LIBERAR-ATIVIDADE-EXIT.
006100 2200-LER-FOLAPRV-EXIT.
006110     EXIT.
006120
006130 2300-LER-MOVHIST.
006140     MOVE 2 TO WRK-IX-FONTE.
006150     OPEN INPUT MOVEMENT-HISTORY.
006160     IF WRK-MOVHIST-STATUS NOT = '00'
006170         MOVE WRK-MOVHIST-STATUS TO WRK-F-STATUS (WRK-IX-FONTE)
006180         GO TO 2300-LER-MOVHIST-EXIT.
006190     SET WRK-ARQUIVO-ATIVO TO TRUE.
006200     PERFORM 2310-TRATAR-MOVIMENTO THRU 2310-TRATAR-MOVIMENTO-EXIT
006210         UNTIL WRK-FIM-ARQUIVO.
006220     CLOSE MOVEMENT-HISTORY.
006230 2300-LER-MOVHIST-EXIT.
006240     EXIT.
006250
006260 2310-TRATAR-MOVIMENTO.
006270     READ MOVEMENT-HISTORY
006280         AT END
006290             SET WRK-FIM-ARQUIVO TO TRUE
006300             GO TO 2310-TRATAR-MOVIMENTO-EXIT
006310     END-READ.
006320     IF MOV-USUARIO NOT = WRK-USUARIO
006330             OR MOV-DATA < WRK-DATA-INICIAL
006340             OR MOV-DATA > WRK-DATA-FINAL
006350         GO TO 2310-TRATAR-MOVIMENTO-EXIT.
006360     MOVE SPACES TO AUS-SORT-RECORD.
006370     MOVE MOV-DATA TO SRT-DATA.
006380     MOVE ZEROS TO SRT-HORA.
006390     MOVE MOV-EVENTO TO SRT-ACAO.
006400     MOVE 'EMPMAST' TO SRT-ARQUIVO.
006410     MOVE MOV-MATRICULA TO SRT-CHAVE.
006420     MOVE MOV-SALARIO-ANTES TO WRK-VALOR-EDT.
006430     STRING 'SIT ' MOV-SITUACAO-ANTES ' SAL ' WRK-VALOR-EDT
006440         DELIMITED BY SIZE INTO SRT-ANTES.
006450     MOVE MOV-SALARIO-DEPOIS TO WRK-VALOR-EDT.
006460     STRING 'SIT ' MOV-SITUACAO-DEPOIS ' SAL ' WRK-VALOR-EDT
006470         DELIMITED BY SIZE INTO SRT-DEPOIS.
006480     IF WRK-COMP-APROVADA NOT = ZEROS
006490             AND MOV-DATA (1:6) = WRK-COMP-APROVADA
006500             AND MOV-SALARIO-ANTES NOT = MOV-SALARIO-DEPOIS
006510         PERFORM 7300-SEGREGACAO-FOLHA
006520             THRU 7300-SEGREGACAO-FOLHA-EXIT
006530     END-IF.
006540     SET WRK-TESTAR-HORARIO TO TRUE.
006550     PERFORM 7000-LIBERAR-ATIVIDADE
006560         THRU 7000-LIBERAR-ATIVIDADE-EXIT.
006570 2310-TRATAR-MOVIMENTO-EXIT.
006580     EXIT.
006590
006600 2400-LER-RAISEAUD.
006610     MOVE 3 TO WRK-IX-FONTE.
006620     OPEN INPUT RAISE-AUDIT-TRAIL.
006630     IF WRK-AUDIT-STATUS NOT = '00'
006640         MOVE WRK-AUDIT-STATUS TO WRK-F-STATUS (WRK-IX-FONTE)
006650         GO TO 2400-LER-RAISEAUD-EXIT.
006660     SET WRK-ARQUIVO-ATIVO TO TRUE.
006670     PERFORM 2410-TRATAR-AUMENTO THRU 2410-TRATAR-AUMENTO-EXIT
006680         UNTIL WRK-FIM-ARQUIVO.
006690     CLOSE RAISE-AUDIT-TRAIL.
006700 2400-LER-RAISEAUD-EXIT.
006710     EXIT.
006720
006730 2410-TRATAR-AUMENTO.
006740     READ RAISE-AUDIT-TRAIL
006750         AT END
006760             SET WRK-FIM-ARQUIVO TO TRUE
006770             GO TO 2410-TRATAR-AUMENTO-EXIT
006780     END-READ.
006790     IF AUD-USUARIO NOT = WRK-USUARIO
006800             OR AUD-DATA-EXECUCAO < WRK-DATA-INICIAL
006810             OR AUD-DATA-EXECUCAO > WRK-DATA-FINAL
006820         GO TO 2410-TRATAR-AUMENTO-EXIT.
006830     MOVE SPACES TO AUS-SORT-RECORD.
006840     MOVE AUD-DATA-EXECUCAO TO SRT-DATA.
006850     MOVE ZEROS TO SRT-HORA.
006860     IF AUD-EFETIVADO
006870         MOVE 'AUMENTO EFETIVADO' TO SRT-ACAO
006880     ELSE
006890         MOVE 'AUMENTO CALCULADO' TO SRT-ACAO
006900     END-IF.
006910     MOVE 'RAISEAUD' TO SRT-ARQUIVO.
006920     MOVE AUD-MATRICULA TO SRT-CHAVE.
006930     MOVE AUD-SALARIO-ANTES TO WRK-VALOR-EDT.
006940     STRING 'SAL ' WRK-VALOR-EDT DELIMITED BY SIZE
006950         INTO SRT-ANTES.
006960     MOVE AUD-SALARIO-DEPOIS TO WRK-VALOR-EDT.
006970     STRING 'SAL ' WRK-VALOR-EDT DELIMITED BY SIZE
006980         INTO SRT-DEPOIS.
006990     IF WRK-COMP-APROVADA NOT = ZEROS
007000             AND AUD-DATA-EXECUCAO (1:6) = WRK-COMP-APROVADA
007010         PERFORM 7300-SEGREGACAO-FOLHA
007020             THRU 7300-SEGREGACAO-FOLHA-EXIT
007030     END-IF.
007040     SET WRK-TESTAR-HORARIO TO TRUE.
007050     PERFORM 7000-LIBERAR-ATIVIDADE
007060         THRU 7000-LIBERAR-ATIVIDADE-EXIT.
007070 2410-TRATAR-AUMENTO-EXIT.
007080     EXIT.
007090
007100*    PROPOSTAS DO USUARIO E REJEICOES DADAS POR ELE (A
007110*    APROVACAO APLICADA SAI NO RATECHG, COM DATA E HORA)
007120 2500-LER-PENDCHG.
007130     MOVE 5 TO WRK-IX-FONTE.
007140     OPEN INPUT PENDING-CHANGES.
007150     IF WRK-PENDCHG-STATUS NOT = '00'
007160         MOVE WRK-PENDCHG-STATUS TO WRK-F-STATUS (WRK-IX-FONTE)
007170         GO TO 2500-LER-PENDCHG-EXIT.
007180     SET WRK-ARQUIVO-ATIVO TO TRUE.
007190     PERFORM 2510-TRATAR-PENDENCIA THRU 2510-TRATAR-PENDENCIA-EXIT
007200         UNTIL WRK-FIM-ARQUIVO.
007210     CLOSE PENDING-CHANGES.
007220 2500-LER-PENDCHG-EXIT.
007230     EXIT.
007240
007250 2510-TRATAR-PENDENCIA.
007260     READ PENDING-CHANGES NEXT RECORD
007270         AT END
007280             SET WRK-FIM-ARQUIVO TO TRUE
007290             GO TO 2510-TRATAR-PENDENCIA-EXIT
007300     END-READ.
007310     IF PCH-DATA < WRK-DATA-INICIAL
007320             OR PCH-DATA > WRK-DATA-FINAL
007330         GO TO 2510-TRATAR-PENDENCIA-EXIT.
007340     IF PCH-AUTOR = WRK-USUARIO
007350         MOVE SPACES TO AUS-SORT-RECORD
007360         MOVE PCH-HORA TO SRT-HORA
007370         EVALUATE TRUE
007380             WHEN PCH-INCLUSAO
007390                 MOVE 'PROPOS INCLUSAO' TO SRT-ACAO
007400             WHEN PCH-EXCLUSAO
007410                 MOVE 'PROPOS EXCLUSAO' TO SRT-ACAO
007420             WHEN OTHER
007430                 MOVE 'PROPOS ALTERACAO' TO SRT-ACAO
007440         END-EVALUATE
007450         SET WRK-TESTAR-HORARIO TO TRUE
007460         PERFORM 2520-LIBERAR-PENDENCIA
007470             THRU 2520-LIBERAR-PENDENCIA-EXIT
007480     END-IF.
007490     IF PCH-APROVADOR = WRK-USUARIO AND PCH-REJEITADA
007500         MOVE SPACES TO AUS-SORT-RECORD
007510         MOVE ZEROS TO SRT-HORA
007520         MOVE 'REJEITOU (DATA PROPOSTA)' TO SRT-ACAO
007530         SET WRK-SEM-HORARIO TO TRUE
007540         PERFORM 2520-LIBERAR-PENDENCIA
007550             THRU 2520-LIBERAR-PENDENCIA-EXIT
007560     END-IF.
007570     IF PCH-AUTOR = WRK-USUARIO
007580             AND PCH-APROVADOR = WRK-USUARIO
007590             AND (PCH-APROVADA OR PCH-REJEITADA)
007600         ADD 1 TO WRK-QTDE-SEGREGACAO
007610         PERFORM 7200-GUARDAR-EXCECAO
007620             THRU 7200-GUARDAR-EXCECAO-EXIT
007630         IF NOT WRK-AVISO-EXCECAO-DADO
007640             MOVE 'SEGREGACAO: PROPOS E DECIDIU PARAMETRO'
007650                 TO WRK-E-MOTIVO (WRK-QTDE-EXCECOES)
007660             MOVE PCH-DATA TO WRK-E-DATA (WRK-QTDE-EXCECOES)
007670             MOVE '--:--' TO WRK-E-HORA (WRK-QTDE-EXCECOES)
007680             MOVE 'DECISAO SOBRE PENDENCIA'
007690                 TO WRK-E-ACAO (WRK-QTDE-EXCECOES)
007700             MOVE PCH-TABELA TO WRK-E-ARQUIVO (WRK-QTDE-EXCECOES)
007710             MOVE PCH-CHAVE TO WRK-E-CHAVE (WRK-QTDE-EXCECOES)
007720         END-IF
007730     END-IF.
007740 2510-TRATAR-PENDENCIA-EXIT.
007750     EXIT.
007760
007770 2520-LIBERAR-PENDENCIA.
007780     MOVE PCH-DATA TO SRT-DATA.
007790     MOVE PCH-TABELA TO SRT-ARQUIVO.
007800     MOVE PCH-CHAVE TO SRT-CHAVE.
007810     MOVE PCH-VALOR-ANTIGO TO SRT-ANTES.
007820     MOVE PCH-VALOR-NOVO TO SRT-DEPOIS.
007830     PERFORM 7000-LIBERAR-ATIVIDADE
007840         THRU 7000-LIBERAR-ATIVIDADE-EXIT.
007850 2520-LIBERAR-PENDENCIA-EXIT.
007860     EXIT.
007870
007880 2600-LER-RATECHG.
007890     MOVE 6 TO WRK-IX-FONTE.
007900     OPEN INPUT RATE-CHANGE-AUDIT.
007910     IF WRK-RATECHG-STATUS NOT = '00'
007920         MOVE WRK-RATECHG-STATUS TO WRK-F-STATUS (WRK-IX-FONTE)
007930         GO TO 2600-LER-RATECHG-EXIT.
007940     SET WRK-ARQUIVO-ATIVO TO TRUE.
007950     PERFORM 2610-TRATAR-ALTERACAO THRU 2610-TRATAR-ALTERACAO-EXIT
007960         UNTIL WRK-FIM-ARQUIVO.
007970     CLOSE RATE-CHANGE-AUDIT.
007980 2600-LER-RATECHG-EXIT.
007990     EXIT.
008000
008010 2610-TRATAR-ALTERACAO.
008020     READ RATE-CHANGE-AUDIT
008030         AT END
008040             SET WRK-FIM-ARQUIVO TO TRUE
008050             GO TO 2610-TRATAR-ALTERACAO-EXIT
008060     END-READ.
008070     IF RCH-USUARIO NOT = WRK-USUARIO
008080             OR RCH-DATA < WRK-DATA-INICIAL
008090             OR RCH-DATA > WRK-DATA-FINAL
008100         GO TO 2610-TRATAR-ALTERACAO-EXIT.
008110     MOVE SPACES TO AUS-SORT-RECORD.
008120     MOVE RCH-DATA TO SRT-DATA.
008130     MOVE RCH-HORA TO SRT-HORA.
008140     EVALUATE TRUE
008150         WHEN RCH-INCLUSAO
008160             MOVE 'APLICOU INCLUSAO' TO SRT-ACAO
008170         WHEN RCH-EXCLUSAO
008180             MOVE 'APLICOU EXCLUSAO' TO SRT-ACAO
008190         WHEN OTHER
008200             MOVE 'APLICOU ALTERACAO' TO SRT-ACAO
008210     END-EVALUATE.
008220     MOVE RCH-TABELA TO SRT-ARQUIVO.
008230     MOVE RCH-CHAVE TO SRT-CHAVE.
008240     MOVE RCH-VALOR-ANTIGO TO SRT-ANTES.
008250     MOVE RCH-VALOR-NOVO TO SRT-DEPOIS.
008260     SET WRK-TESTAR-HORARIO TO TRUE.
008270     PERFORM 7000-LIBERAR-ATIVIDADE
008280         THRU 7000-LIBERAR-ATIVIDADE-EXIT.
008290 2610-TRATAR-ALTERACAO-EXIT.
008300     EXIT.
008310
008320 2700-LER-GRDAUD.
008330     MOVE 7 TO WRK-IX-FONTE.
008340     OPEN INPUT GRADE-AUDIT-TRAIL.
008350     IF WRK-GRDAUD-STATUS NOT = '00'
008360         MOVE WRK-GRDAUD-STATUS TO WRK-F-STATUS (WRK-IX-FONTE)
008370         GO TO 2700-LER-GRDAUD-EXIT.
008380     SET WRK-ARQUIVO-ATIVO TO TRUE.
008390     PERFORM 2710-TRATAR-CORRECAO THRU 2710-TRATAR-CORRECAO-EXIT
008400         UNTIL WRK-FIM-ARQUIVO.
008410     CLOSE GRADE-AUDIT-TRAIL.
008420 2700-LER-GRDAUD-EXIT.
008430     EXIT.
008440
008450 2710-TRATAR-CORRECAO.
008460     READ GRADE-AUDIT-TRAIL
008470         AT END
008480             SET WRK-FIM-ARQUIVO TO TRUE
008490             GO TO 2710-TRATAR-CORRECAO-EXIT
008500     END-READ.
008510     IF GAU-USUARIO NOT = WRK-USUARIO
008520             OR GAU-DATA < WRK-DATA-INICIAL
008530             OR GAU-DATA > WRK-DATA-FINAL
008540         GO TO 2710-TRATAR-CORRECAO-EXIT.
008550     MOVE SPACES TO AUS-SORT-RECORD.
008560     MOVE GAU-DATA TO SRT-DATA.
008570     MOVE ZEROS TO SRT-HORA.
008580     MOVE 'CORRECAO DE NOTA' TO SRT-ACAO.
008590     MOVE GAU-CAMPO TO SRT-ACAO (18:2).
008600     MOVE 'STUDENTS' TO SRT-ARQUIVO.
008610     MOVE GAU-MATRICULA TO SRT-CHAVE.
008620     MOVE GAU-VALOR-ANTES TO WRK-NOTA-EDT.
008630     MOVE GAU-MEDIA-ANTES TO WRK-MEDIA-EDT.
008640     STRING 'NOTA ' WRK-NOTA-EDT ' MEDIA ' WRK-MEDIA-EDT
008650         DELIMITED BY SIZE INTO SRT-ANTES.
008660     MOVE GAU-VALOR-DEPOIS TO WRK-NOTA-EDT.
008670     MOVE GAU-MEDIA-DEPOIS TO WRK-MEDIA-EDT.
008680     STRING 'NOTA ' WRK-NOTA-EDT ' MEDIA ' WRK-MEDIA-EDT
008690         DELIMITED BY SIZE INTO SRT-DEPOIS.
008700     SET WRK-TESTAR-HORARIO TO TRUE.
008710     PERFORM 7000-LIBERAR-ATIVIDADE
008720         THRU 7000-LIBERAR-ATIVIDADE-EXIT.
008730 2710-TRATAR-CORRECAO-EXIT.
008740     EXIT.
008750
008760*    DIARIO SEM USUARIO: ATRIBUIDO PELA ESCOLHA DE MENU
008770 2800-LER-JRNLBEF.
008780     MOVE 8 TO WRK-IX-FONTE.
008790     IF WRK-QTDE-SESSOES = ZEROS
008800         GO TO 2800-LER-JRNLBEF-EXIT.
008810     OPEN INPUT BEFORE-IMAGE-JOURNAL.
008820     IF WRK-JOURNAL-STATUS NOT = '00'
008830         MOVE WRK-JOURNAL-STATUS TO WRK-F-STATUS (WRK-IX-FONTE)
008840         GO TO 2800-LER-JRNLBEF-EXIT.
008850     SET WRK-ARQUIVO-ATIVO TO TRUE.
008860     PERFORM 2810-TRATAR-LANCAMENTO
008870         THRU 2810-TRATAR-LANCAMENTO-EXIT
008880         UNTIL WRK-FIM-ARQUIVO.
008890     CLOSE BEFORE-IMAGE-JOURNAL.
008900 2800-LER-JRNLBEF-EXIT.
008910     EXIT.
008920
008930 2810-TRATAR-LANCAMENTO.
008940     READ BEFORE-IMAGE-JOURNAL
008950         AT END
008960             SET WRK-FIM-ARQUIVO TO TRUE
008970             GO TO 2810-TRATAR-LANCAMENTO-EXIT
008980     END-READ.
008990     IF JRN-DATA < WRK-DATA-INICIAL
009000             OR JRN-DATA > WRK-DATA-FINAL
009010         GO TO 2810-TRATAR-LANCAMENTO-EXIT.
009020     MOVE 'N' TO WRK-SW-ATRIBUIDO.
009030     PERFORM 2820-COMPARAR-SESSAO THRU 2820-COMPARAR-SESSAO-EXIT
009040         VARYING WRK-IX FROM 1 BY 1
009050         UNTIL WRK-IX > WRK-QTDE-SESSOES
009060            OR WRK-LANCAMENTO-ATRIBUIDO.
009070     IF NOT WRK-LANCAMENTO-ATRIBUIDO
009080         GO TO 2810-TRATAR-LANCAMENTO-EXIT.
009090     MOVE SPACES TO AUS-SORT-RECORD.
009100     MOVE JRN-DATA TO SRT-DATA.
009110     MOVE JRN-HORA TO SRT-HORA.
009120     EVALUATE TRUE
009130         WHEN JRN-OP-WRITE
009140             MOVE 'GRAVACAO' TO SRT-ACAO
009150         WHEN JRN-OP-REWRITE
009160             MOVE 'REGRAVACAO' TO SRT-ACAO
009170         WHEN JRN-OP-DELETE
009180             MOVE 'EXCLUSAO' TO SRT-ACAO
009190         WHEN JRN-OP-ANONIMIZACAO
009200             MOVE 'ANONIMIZACAO' TO SRT-ACAO
009210         WHEN OTHER
009220             MOVE 'OPERACAO' TO SRT-ACAO
009230     END-EVALUATE.
009240     MOVE JRN-ARQUIVO TO SRT-ARQUIVO.
009250     MOVE JRN-CHAVE TO SRT-CHAVE.
009260     MOVE JRN-IMAGEM-ANTES TO SRT-ANTES.
009270     STRING 'VIA ' JRN-PROGRAMA DELIMITED BY SIZE
009280         INTO SRT-DEPOIS.
009290     SET WRK-TESTAR-HORARIO TO TRUE.
009300     PERFORM 7000-LIBERAR-ATIVIDADE
009310         THRU 7000-LIBERAR-ATIVIDADE-EXIT.
009320 2810-TRATAR-LANCAMENTO-EXIT.
009330     EXIT.
009340
009350 2820-COMPARAR-SESSAO.
009360     IF WRK-S-DATA (WRK-IX) = JRN-DATA
009370             AND WRK-S-PROGRAMA (WRK-IX) = JRN-PROGRAMA
009380             AND WRK-S-HORA (WRK-IX) NOT > JRN-HORA
009390         SET WRK-LANCAMENTO-ATRIBUIDO TO TRUE
009400     END-IF.
009410 2820-COMPARAR-SESSAO-EXIT.
009420     EXIT.
009430
009440*    ERROS ATRIBUIDOS/RESOLVIDOS PELO USUARIO - DATA DO ERRO
009450 2900-LER-SYSERR.
009460     MOVE 9 TO WRK-IX-FONTE.
009470     OPEN INPUT SYSTEM-ERROR-LOG.
009480     IF WRK-SYSERR-STATUS NOT = '00'
009490         MOVE WRK-SYSERR-STATUS TO WRK-F-STATUS (WRK-IX-FONTE)
009500         GO TO 2900-LER-SYSERR-EXIT.
009510     SET WRK-ARQUIVO-ATIVO TO TRUE.
009520     PERFORM 2910-TRATAR-ERRO THRU 2910-TRATAR-ERRO-EXIT
009530         UNTIL WRK-FIM-ARQUIVO.
009540     CLOSE SYSTEM-ERROR-LOG.
009550 2900-LER-SYSERR-EXIT.
009560     EXIT.
009570
009580 2910-TRATAR-ERRO.
009590     READ SYSTEM-ERROR-LOG
009600         AT END
009610             SET WRK-FIM-ARQUIVO TO TRUE
009620             GO TO 2910-TRATAR-ERRO-EXIT
009630     END-READ.
009640     IF SER-RESPONSAVEL NOT = WRK-USUARIO
009650             OR SER-NOVO
009660             OR SER-DATA < WRK-DATA-INICIAL
009670             OR SER-DATA > WRK-DATA-FINAL
009680         GO TO 2910-TRATAR-ERRO-EXIT.
009690     MOVE SPACES TO AUS-SORT-RECORD.
009700     MOVE SER-DATA TO SRT-DATA.
009710     MOVE SER-HORA TO SRT-HORA.
009720     IF SER-RESOLVIDO
009730         MOVE 'ERRO RESOLVIDO' TO SRT-ACAO
009740     ELSE
009750         MOVE 'ERRO ATRIBUIDO' TO SRT-ACAO
009760     END-IF.
009770     MOVE SER-PROGRAMA TO SRT-ARQUIVO.
009780     MOVE SER-CHAVE TO SRT-CHAVE.
009790     STRING 'MOTIVO ' SER-MOTIVO ' SEV ' SER-SEVERIDADE
009800         DELIMITED BY SIZE INTO SRT-ANTES.
009810     MOVE SER-NOTA TO SRT-DEPOIS.
009820     SET WRK-SEM-HORARIO TO TRUE.
009830     PERFORM 7000-LIBERAR-ATIVIDADE
009840         THRU 7000-LIBERAR-ATIVIDADE-EXIT.
009850 2910-TRATAR-ERRO-EXIT.
009860     EXIT.
009870
009880*=========================================================
009890* SAIDA DO SORT: LISTA CRONOLOGICA E EXCECOES DE HORARIO
009900*=========================================================
009910 3000-CONSUMIR-SORT.
009920     RETURN SORT-WORK-FILE
009930         AT END SET WRK-FIM-ORDENACAO TO TRUE
009940     END-RETURN.
009950     PERFORM 3100-IMPRIMIR-ATIVIDADE
009960         THRU 3100-IMPRIMIR-ATIVIDADE-EXIT
009970         UNTIL WRK-FIM-ORDENACAO.
009980     IF WRK-QTDE-ATIVIDADES = ZEROS
009990         MOVE 'NENHUMA ATIVIDADE DO USUARIO NO PERIODO'
010000             TO AUS-LINHA
010010         WRITE AUS-LINHA
010020     END-IF.
010030 3000-CONSUMIR-SORT-EXIT.
010040     EXIT.
010050
010060 3100-IMPRIMIR-ATIVIDADE.
010070     MOVE SPACES TO WRK-LINHA-DETALHE.
010080     IF SRT-DATA = ZEROS
010090         MOVE 'SEM DATA' TO WRK-D-DATA
010100     ELSE
010110         MOVE SRT-DATA TO WRK-D-DATA
010120     END-IF.
010130     IF SRT-HORA = ZEROS
010140         MOVE '--:--' TO WRK-D-HORA
010150     ELSE
010160         MOVE SRT-HORA TO WRK-HORA-NUM
010170         MOVE WRK-HG-HORA TO WRK-HE-HORA
010180         MOVE WRK-HG-MINUTO TO WRK-HE-MINUTO
010190         MOVE WRK-HORA-EDITADA TO WRK-D-HORA
010200     END-IF.
010210     MOVE SRT-FONTE TO WRK-D-FONTE.
010220     MOVE SRT-ACAO TO WRK-D-ACAO.
010230     MOVE SRT-ARQUIVO TO WRK-D-ARQUIVO.
010240     MOVE SRT-CHAVE TO WRK-D-CHAVE.
010250     MOVE SRT-ANTES TO WRK-D-ANTES.
010260     MOVE SRT-DEPOIS TO WRK-D-DEPOIS.
010270     MOVE SRT-MARCA TO WRK-D-MARCA.
010280     WRITE AUS-LINHA FROM WRK-LINHA-DETALHE.
010290     ADD 1 TO WRK-QTDE-ATIVIDADES.
010300     IF SRT-MARCA NOT = SPACES
010310         ADD 1 TO WRK-QTDE-FORA
010320         PERFORM 7200-GUARDAR-EXCECAO
010330             THRU 7200-GUARDAR-EXCECAO-EXIT
010340         IF NOT WRK-AVISO-EXCECAO-DADO
010350             IF SRT-MARCA (2:1) = 'D'
010360                 MOVE 'FORA DO EXPEDIENTE: DIA NAO UTIL'
010370                     TO WRK-E-MOTIVO (WRK-QTDE-EXCECOES)
010380             ELSE
010390                 MOVE 'FORA DO EXPEDIENTE: HORARIO'
010400                     TO WRK-E-MOTIVO (WRK-QTDE-EXCECOES)
010410             END-IF
010420             MOVE WRK-D-DATA TO WRK-E-DATA (WRK-QTDE-EXCECOES)
010430             MOVE WRK-D-HORA TO WRK-E-HORA (WRK-QTDE-EXCECOES)
010440             MOVE SRT-ACAO TO WRK-E-ACAO (WRK-QTDE-EXCECOES)
010450             MOVE SRT-ARQUIVO
010460                 TO WRK-E-ARQUIVO (WRK-QTDE-EXCECOES)
010470             MOVE SRT-CHAVE TO WRK-E-CHAVE (WRK-QTDE-EXCECOES)
010480         END-IF
010490     END-IF.
010500     RETURN SORT-WORK-FILE
010510         AT END SET WRK-FIM-ORDENACAO TO TRUE
010520     END-RETURN.
010530 3100-IMPRIMIR-ATIVIDADE-EXIT.
010540     EXIT.
010550
010560*=========================================================
010570* EXCECOES: SEGREGACAO DE FUNCOES E FORA DO EXPEDIENTE
010580*=========================================================
010590 4000-IMPRIMIR-EXCECOES.
010600     MOVE SPACES TO AUS-LINHA.
010610     WRITE AUS-LINHA.
010620     MOVE '=== EXCECOES ===' TO AUS-LINHA.
010630     WRITE AUS-LINHA.
010640     IF WRK-QTDE-EXCECOES = ZEROS
010650         MOVE 'NENHUMA EXCECAO NO PERIODO' TO AUS-LINHA
010660         WRITE AUS-LINHA
010670         GO TO 4000-IMPRIMIR-EXCECOES-EXIT.
010680     PERFORM 4100-IMPRIMIR-EXCECAO THRU 4100-IMPRIMIR-EXCECAO-EXIT
010690         VARYING WRK-IX FROM 1 BY 1
010700         UNTIL WRK-IX > WRK-QTDE-EXCECOES.
010710 4000-IMPRIMIR-EXCECOES-EXIT.
010720     EXIT.
010730
010740 4100-IMPRIMIR-EXCECAO.
010750     MOVE WRK-E-MOTIVO (WRK-IX) TO WRK-X-MOTIVO.
010760     MOVE WRK-E-DATA (WRK-IX) TO WRK-X-DATA.
010770     MOVE WRK-E-HORA (WRK-IX) TO WRK-X-HORA.
010780     MOVE WRK-E-ACAO (WRK-IX) TO WRK-X-ACAO.
010790     MOVE WRK-E-ARQUIVO (WRK-IX) TO WRK-X-ARQUIVO.
010800     MOVE WRK-E-CHAVE (WRK-IX) TO WRK-X-CHAVE.
010810     WRITE AUS-LINHA FROM WRK-LINHA-EXCECAO.
010820 4100-IMPRIMIR-EXCECAO-EXIT.
010830     EXIT.
010840
010850 4500-IMPRIMIR-RESUMO.
010860     MOVE SPACES TO AUS-LINHA.
010870     WRITE AUS-LINHA.
010880     MOVE '=== ATIVIDADES POR FONTE ===' TO AUS-LINHA.
010890     WRITE AUS-LINHA.
010900     PERFORM 4510-IMPRIMIR-FONTE THRU 4510-IMPRIMIR-FONTE-EXIT
010910         VARYING WRK-IX-FONTE FROM 1 BY 1
010920         UNTIL WRK-IX-FONTE > 9.
010930     MOVE SPACES TO AUS-LINHA.
010940     WRITE AUS-LINHA.
010950     MOVE SPACES TO AUS-LINHA.
010960     MOVE WRK-QTDE-ATIVIDADES TO WRK-QTDE-EDT.
010970     STRING 'TOTAL DE ATIVIDADES: ' WRK-QTDE-EDT
010980         DELIMITED BY SIZE INTO AUS-LINHA.
010990     WRITE AUS-LINHA.
011000     MOVE SPACES TO AUS-LINHA.
011010     MOVE WRK-QTDE-SEGREGACAO TO WRK-QTDE-EDT.
011020     STRING 'EXCECOES DE SEGREGACAO: ' WRK-QTDE-EDT
011030         DELIMITED BY SIZE INTO AUS-LINHA.
011040     WRITE AUS-LINHA.
011050     MOVE SPACES TO AUS-LINHA.
011060     MOVE WRK-QTDE-FORA TO WRK-QTDE-EDT.
011070     STRING 'ATIVIDADES FORA DO EXPEDIENTE: ' WRK-QTDE-EDT
011080         DELIMITED BY SIZE INTO AUS-LINHA.
011090     WRITE AUS-LINHA.
011100     MOVE SPACES TO AUS-LINHA.
011110     WRITE AUS-LINHA.
011120     MOVE 'MARCA: *H = ANTES DAS 08:00 OU DEPOIS DAS 18:00; '
011130         TO AUS-LINHA.
011140     MOVE '*D = DIA NAO UTIL (FIM DE SEMANA OU FERIADO); '
011150         TO AUS-LINHA (51:46).
011160     MOVE '--:-- = TRILHA SEM HORA' TO AUS-LINHA (97:23).
011170     WRITE AUS-LINHA.
011180 4500-IMPRIMIR-RESUMO-EXIT.
011190     EXIT.
011200
011210 4510-IMPRIMIR-FONTE.
011220     MOVE SPACES TO WRK-LINHA-FONTE.
011230     MOVE WRK-F-NOME (WRK-IX-FONTE) TO WRK-R-NOME.
011240     IF WRK-F-STATUS (WRK-IX-FONTE) NOT = '00'
011250         STRING 'INDISPONIVEL - STATUS '
011260             WRK-F-STATUS (WRK-IX-FONTE)
011270             DELIMITED BY SIZE INTO WRK-R-TEXTO
011280     ELSE
011290         MOVE WRK-F-QTDE (WRK-IX-FONTE) TO WRK-QTDE-EDT
011300         STRING WRK-QTDE-EDT ' ATIVIDADE(S)'
011310             DELIMITED BY SIZE INTO WRK-R-TEXTO
011320     END-IF.
011330     IF WRK-IX-FONTE = 8 AND WRK-F-STATUS (8) = '00'
011340         MOVE '(ATRIBUIDAS PELAS OPCOES DO MENU NO ACTLOG)'
011350             TO WRK-R-TEXTO (21:44)
011360     END-IF.
011370     WRITE AUS-LINHA FROM WRK-LINHA-FONTE.
011380 4510-IMPRIMIR-FONTE-EXIT.
011390     EXIT.
011400
011410*=========================================================
011420* LIBERA A ATIVIDADE PARA O SORT, COM A MARCA DE HORARIO
011430*=========================================================
011440 7000-LIBERAR-ATIVIDADE.
011450     MOVE WRK-F-NOME (WRK-IX-FONTE) TO SRT-FONTE.
011460     MOVE SPACES TO SRT-MARCA.
011470     IF WRK-TESTAR-HORARIO AND SRT-DATA NOT = ZEROS
011480         PERFORM 7100-VERIFICAR-HORARIO
011490             THRU 7100-VERIFICAR-HORARIO-EXIT
011500     END-IF.
011510     RELEASE AUS-SORT-RECORD.
011520     ADD 1 TO WRK-F-QTDE (WRK-IX-FONTE).
011530 7000-LIBERAR-ATIVIDADE-EXIT.
011540     EXIT.
011550
011560*    DIA NAO UTIL: A DIAUTIL COM ZERO DIAS ROLA A DATA PARA
011570*    O PROXIMO DIA UTIL - SE MUDOU, A DATA NAO ERA UTIL
011580 7100-VERIFICAR-HORARIO.
011590     MOVE ZEROS TO WRK-QTDE-DIAS.
011600     CALL 'DIAUTIL' USING BY CONTENT SRT-DATA
011610                          BY CONTENT WRK-QTDE-DIAS
011620                          BY REFERENCE WRK-DATA-UTIL
011630                          BY CONTENT WRK-UF-NACIONAL.
011640     IF WRK-DATA-UTIL NOT = SRT-DATA
011650         MOVE '*D' TO SRT-MARCA
011660     END-IF.
011670     IF SRT-HORA = ZEROS
011680         GO TO 7100-VERIFICAR-HORARIO-EXIT.
011690     IF SRT-HORA < WRK-HORA-INICIO
011700             OR SRT-HORA NOT < WRK-HORA-FIM
011710         IF SRT-MARCA = SPACES
011720             MOVE '*H' TO SRT-MARCA
011730         ELSE
011740             MOVE 'H' TO SRT-MARCA (3:1)
011750         END-IF
011760     END-IF.
011770 7100-VERIFICAR-HORARIO-EXIT.
011780     EXIT.
011790
011800*    ABRE UMA POSICAO NA TABELA DE EXCECOES (ZERO = CHEIA)
011810 7200-GUARDAR-EXCECAO.
011820     IF WRK-QTDE-EXCECOES NOT < 500
011830         IF NOT WRK-AVISO-EXCECAO-DADO
011840             DISPLAY 'MAIS DE 500 EXCECOES - VER A MARCA NA '
011850                 'LISTA CRONOLOGICA'
011860             SET WRK-AVISO-EXCECAO-DADO TO TRUE
011870         END-IF
011880         GO TO 7200-GUARDAR-EXCECAO-EXIT.
011890     ADD 1 TO WRK-QTDE-EXCECOES.
011900 7200-GUARDAR-EXCECAO-EXIT.
011910     EXIT.
011920
011930*    ALTEROU SALARIO NA COMPETENCIA DA FOLHA QUE APROVOU
011940 7300-SEGREGACAO-FOLHA.
011950     ADD 1 TO WRK-QTDE-SEGREGACAO.
011960     PERFORM 7200-GUARDAR-EXCECAO THRU 7200-GUARDAR-EXCECAO-EXIT.
011970     IF WRK-AVISO-EXCECAO-DADO
011980         GO TO 7300-SEGREGACAO-FOLHA-EXIT.
011990     MOVE 'SEGREGACAO: ALTEROU SALARIO E APROVOU'
012000         TO WRK-E-MOTIVO (WRK-QTDE-EXCECOES).
012010     MOVE SRT-DATA TO WRK-E-DATA (WRK-QTDE-EXCECOES).
012020     MOVE '--:--' TO WRK-E-HORA (WRK-QTDE-EXCECOES).
012030     MOVE SRT-ACAO TO WRK-E-ACAO (WRK-QTDE-EXCECOES).
012040     MOVE SRT-ARQUIVO TO WRK-E-ARQUIVO (WRK-QTDE-EXCECOES).
012050     MOVE SRT-CHAVE TO WRK-E-CHAVE (WRK-QTDE-EXCECOES).
012060 7300-SEGREGACAO-FOLHA-EXIT.
012070     EXIT.
