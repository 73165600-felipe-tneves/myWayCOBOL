000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCB116.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE OPERACOES.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: ARQUIVAMENTO DOS RELATORIOS DO LOTE NO
000100*           REPOSITORIO DE RELATORIOS - CADA RELATORIO E
000110*           SOBREGRAVADO PELA RODADA SEGUINTE, E O AUDITOR
000120*           QUE PEDE O FRETE DE TERCA PASSADA OU A FOLHA DE
000130*           MARCO SO TINHA A RERODADA CONTRA DADOS JA
000140*           MUDADOS. ULTIMO STEP DE CADA JOB: TODO
000150*           RELATORIO DA TABELA ABAIXO CUJO DD ESTA NO STEP
000160*           (JA FECHADO PELO PROGRAMA QUE O GEROU) E
000170*           COPIADO LINHA A LINHA PARA O RPTREPO, NA CHAVE
000180*           RELATORIO + DATA DA RODADA + JOB + EMPRESA, E
000190*           GANHA UM REGISTRO DE INDICE NO RPTIDX COM O
000200*           PROGRAMA GERADOR, A HORA E AS QUANTIDADES DE
000210*           PAGINAS E LINHAS. A CONSULTA E A REIMPRESSAO
000220*           SAO PELO MENU (PROGCB117); A RETENCAO POR TIPO
000230*           DE RELATORIO E A DO RETPARM, APLICADA PELO
000240*           EXPURGO MENSAL (PROGCOB50).
000250* OBS: O JOB VEM DO RPTCTL (UM DATASET POR JOB; AUSENTE =
000260*      AVULSO, PARA O ARQUIVAMENTO RODADO A MAO DEPOIS DE
000270*      UM RELATORIO DE CONSOLE) E A EMPRESA DO COMPSEL
000280*      (ZEROS OU AUSENTE = 00, TODAS). DD AUSENTE NO STEP
000290*      E RELATORIO QUE NAO RODOU - NAO E ERRO. A RODADA
000300*      REPETIDA NO MESMO DIA SUBSTITUI A COPIA ANTERIOR DA
000310*      MESMA CHAVE. PAGINAS = LINHAS / 60, ARREDONDADO
000320*      PARA CIMA (FORMULARIO DE 66 COM 60 UTEIS). NOME DO
000330*      RELATORIO NO REPOSITORIO TEM 8 POSICOES (O DD
000340*      CORRECRPT FICA COMO CORRECRP). RC 4 COM LINHA NAO
000350*      GRAVADA; RC 8 COM O REPOSITORIO INDISPONIVEL.
000360* -----------------------------------------------------
000370* HISTORICO DE ALTERACOES
000380* 15/10/2026 FT  PROGRAMA CRIADO.
000380* 15/10/2026 FT  ARQUIVA TAMBEM DRERPT, ORCREAL, FERDOBRO E
000380*                FRTMENSA (MENSAL) E DOCVENC, COBTAXA E
000380*                COTVENC (NOITE).
000390***********************************************************
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SPECIAL-NAMES.
000430     DECIMAL-POINT IS COMMA.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT REPORT-REPOSITORY ASSIGN TO 'RPTREPO'
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS RPR-CHAVE
000500         FILE STATUS IS RPA-RPTREPO-STATUS.
000510     SELECT REPORT-INDEX ASSIGN TO 'RPTIDX'
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS RPI-CHAVE
000550         FILE STATUS IS RPA-RPTIDX-STATUS.
000560     SELECT REPORT-CONTROL ASSIGN TO 'RPTCTL'
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS RPA-RPTCTL-STATUS.
000590     SELECT COMPANY-SELECTION ASSIGN TO 'COMPSEL'
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS RPA-COMPSEL-STATUS.
000620     SELECT RELATORIO-ACORDRPT ASSIGN TO 'ACORDRPT'
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS RPA-ENTRADA-STATUS.
000650     SELECT RELATORIO-ADTRPT ASSIGN TO 'ADTRPT'
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS RPA-ENTRADA-STATUS.
000680     SELECT RELATORIO-AGINGRPT ASSIGN TO 'AGINGRPT'
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS RPA-ENTRADA-STATUS.
000710     SELECT RELATORIO-ALUGRPT ASSIGN TO 'ALUGRPT'
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS RPA-ENTRADA-STATUS.
000740     SELECT RELATORIO-ATRASRPT ASSIGN TO 'ATRASRPT'
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS RPA-ENTRADA-STATUS.
000770     SELECT RELATORIO-BLOQRPT ASSIGN TO 'BLOQRPT'
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS RPA-ENTRADA-STATUS.
000800     SELECT RELATORIO-BOLSARPT ASSIGN TO 'BOLSARPT'
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS RPA-ENTRADA-STATUS.
000830     SELECT RELATORIO-CAMRPT ASSIGN TO 'CAMRPT'
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS RPA-ENTRADA-STATUS.
000860     SELECT RELATORIO-CONSRPT ASSIGN TO 'CONSRPT'
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS RPA-ENTRADA-STATUS.
000890     SELECT RELATORIO-CORRECRPT ASSIGN TO 'CORRECRPT'
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS RPA-ENTRADA-STATUS.
000920     SELECT RELATORIO-ESCLRPT ASSIGN TO 'ESCLRPT'
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS RPA-ENTRADA-STATUS.
000950     SELECT RELATORIO-ESTATRPT ASSIGN TO 'ESTATRPT'
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS RPA-ENTRADA-STATUS.
000980     SELECT RELATORIO-EXTRRPT ASSIGN TO 'EXTRRPT'
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS RPA-ENTRADA-STATUS.
001010     SELECT RELATORIO-FATFRPT ASSIGN TO 'FATFRPT'
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS RPA-ENTRADA-STATUS.
001040     SELECT RELATORIO-FECHMRPT ASSIGN TO 'FECHMRPT'
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS RPA-ENTRADA-STATUS.
001070     SELECT RELATORIO-FERIRPT ASSIGN TO 'FERIRPT'
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS RPA-ENTRADA-STATUS.
001100     SELECT RELATORIO-FOLHARPT ASSIGN TO 'FOLHARPT'
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS RPA-ENTRADA-STATUS.
001130     SELECT RELATORIO-FORECRPT ASSIGN TO 'FORECRPT'
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS RPA-ENTRADA-STATUS.
001160     SELECT RELATORIO-FRETERPT ASSIGN TO 'FRETERPT'
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS RPA-ENTRADA-STATUS.
001190     SELECT RELATORIO-GLEXPRPT ASSIGN TO 'GLEXPRPT'
001200         ORGANIZATION IS LINE SEQUENTIAL
001210         FILE STATUS IS RPA-ENTRADA-STATUS.
001220     SELECT RELATORIO-INFORPT ASSIGN TO 'INFORPT'
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS RPA-ENTRADA-STATUS.
001250     SELECT RELATORIO-INTEGRPT ASSIGN TO 'INTEGRPT'
001260         ORGANIZATION IS LINE SEQUENTIAL
001270         FILE STATUS IS RPA-ENTRADA-STATUS.
001280     SELECT RELATORIO-MANRPT ASSIGN TO 'MANRPT'
001290         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS RPA-ENTRADA-STATUS.
001310     SELECT RELATORIO-MENSRPT ASSIGN TO 'MENSRPT'
001320         ORGANIZATION IS LINE SEQUENTIAL
001330         FILE STATUS IS RPA-ENTRADA-STATUS.
001340     SELECT RELATORIO-OCUPRPT ASSIGN TO 'OCUPRPT'
001350         ORGANIZATION IS LINE SEQUENTIAL
001360         FILE STATUS IS RPA-ENTRADA-STATUS.
001370     SELECT RELATORIO-OPERRPT ASSIGN TO 'OPERRPT'
001380         ORGANIZATION IS LINE SEQUENTIAL
001390         FILE STATUS IS RPA-ENTRADA-STATUS.
001400     SELECT RELATORIO-ORFAORPT ASSIGN TO 'ORFAORPT'
001410         ORGANIZATION IS LINE SEQUENTIAL
001420         FILE STATUS IS RPA-ENTRADA-STATUS.
001430     SELECT RELATORIO-ORFARPT ASSIGN TO 'ORFARPT'
001440         ORGANIZATION IS LINE SEQUENTIAL
001450         FILE STATUS IS RPA-ENTRADA-STATUS.
001460     SELECT RELATORIO-PDDRPT ASSIGN TO 'PDDRPT'
001470         ORGANIZATION IS LINE SEQUENTIAL
001480         FILE STATUS IS RPA-ENTRADA-STATUS.
001490     SELECT RELATORIO-PISORPT ASSIGN TO 'PISORPT'
001500         ORGANIZATION IS LINE SEQUENTIAL
001510         FILE STATUS IS RPA-ENTRADA-STATUS.
001520     SELECT RELATORIO-PURGRPT ASSIGN TO 'PURGRPT'
001530         ORGANIZATION IS LINE SEQUENTIAL
001540         FILE STATUS IS RPA-ENTRADA-STATUS.
001550     SELECT RELATORIO-QUADRPT ASSIGN TO 'QUADRPT'
001560         ORGANIZATION IS LINE SEQUENTIAL
001570         FILE STATUS IS RPA-ENTRADA-STATUS.
001580     SELECT RELATORIO-RAISERPT ASSIGN TO 'RAISERPT'
001590         ORGANIZATION IS LINE SEQUENTIAL
001600         FILE STATUS IS RPA-ENTRADA-STATUS.
001610     SELECT RELATORIO-RECONRPT ASSIGN TO 'RECONRPT'
001620         ORGANIZATION IS LINE SEQUENTIAL
001630         FILE STATUS IS RPA-ENTRADA-STATUS.
001640     SELECT RELATORIO-RECUPRPT ASSIGN TO 'RECUPRPT'
001650         ORGANIZATION IS LINE SEQUENTIAL
001660         FILE STATUS IS RPA-ENTRADA-STATUS.
001670     SELECT RELATORIO-REMARPT ASSIGN TO 'REMARPT'
001680         ORGANIZATION IS LINE SEQUENTIAL
001690         FILE STATUS IS RPA-ENTRADA-STATUS.
001700     SELECT RELATORIO-RENOVRPT ASSIGN TO 'RENOVRPT'
001710         ORGANIZATION IS LINE SEQUENTIAL
001720         FILE STATUS IS RPA-ENTRADA-STATUS.
001730     SELECT RELATORIO-RESCRPT ASSIGN TO 'RESCRPT'
001740         ORGANIZATION IS LINE SEQUENTIAL
001750         FILE STATUS IS RPA-ENTRADA-STATUS.
001760     SELECT RELATORIO-RISCORPT ASSIGN TO 'RISCORPT'
001770         ORGANIZATION IS LINE SEQUENTIAL
001780         FILE STATUS IS RPA-ENTRADA-STATUS.
001790     SELECT RELATORIO-TREZRPT ASSIGN TO 'TREZRPT'
001800         ORGANIZATION IS LINE SEQUENTIAL
001810         FILE STATUS IS RPA-ENTRADA-STATUS.
001820     SELECT RELATORIO-TRIBRPT ASSIGN TO 'TRIBRPT'
001830         ORGANIZATION IS LINE SEQUENTIAL
001840         FILE STATUS IS RPA-ENTRADA-STATUS.
001840     SELECT RELATORIO-FLUXRPT ASSIGN TO 'FLUXRPT'
001840         ORGANIZATION IS LINE SEQUENTIAL
001840         FILE STATUS IS RPA-ENTRADA-STATUS.
001840     SELECT RELATORIO-CONCRPT ASSIGN TO 'CONCRPT'
001840         ORGANIZATION IS LINE SEQUENTIAL
001840         FILE STATUS IS RPA-ENTRADA-STATUS.
001840     SELECT RELATORIO-DRERPT ASSIGN TO 'DRERPT'
001840         ORGANIZATION IS LINE SEQUENTIAL
001840         FILE STATUS IS RPA-ENTRADA-STATUS.
001840     SELECT RELATORIO-ORCREAL ASSIGN TO 'ORCREAL'
001840         ORGANIZATION IS LINE SEQUENTIAL
001840         FILE STATUS IS RPA-ENTRADA-STATUS.
001840     SELECT RELATORIO-FERDOBRO ASSIGN TO 'FERDOBRO'
001840         ORGANIZATION IS LINE SEQUENTIAL
001840         FILE STATUS IS RPA-ENTRADA-STATUS.
001840     SELECT RELATORIO-FRTMENSA ASSIGN TO 'FRTMENSA'
001840         ORGANIZATION IS LINE SEQUENTIAL
001840         FILE STATUS IS RPA-ENTRADA-STATUS.
001840     SELECT RELATORIO-DOCVENC ASSIGN TO 'DOCVENC'
001840         ORGANIZATION IS LINE SEQUENTIAL
001840         FILE STATUS IS RPA-ENTRADA-STATUS.
001840     SELECT RELATORIO-COBTAXA ASSIGN TO 'COBTAXA'
001840         ORGANIZATION IS LINE SEQUENTIAL
001840         FILE STATUS IS RPA-ENTRADA-STATUS.
001840     SELECT RELATORIO-COTVENC ASSIGN TO 'COTVENC'
001840         ORGANIZATION IS LINE SEQUENTIAL
001840         FILE STATUS IS RPA-ENTRADA-STATUS.
001850 DATA DIVISION.
001860 FILE SECTION.
001870 FD  REPORT-REPOSITORY.
001880     COPY RPTREPO.
001890 FD  REPORT-INDEX.
001900     COPY RPTIDX.
001910 FD  REPORT-CONTROL.
001920     COPY RPTCTL.
001930 FD  COMPANY-SELECTION.
001940     COPY COMPSEL.
001950 FD  RELATORIO-ACORDRPT.
001960 01  RPA-ACORDRPT-REG PIC X(132).
001970 FD  RELATORIO-ADTRPT.
001980 01  RPA-ADTRPT-REG PIC X(132).
001990 FD  RELATORIO-AGINGRPT.
002000 01  RPA-AGINGRPT-REG PIC X(132).
002010 FD  RELATORIO-ALUGRPT.
002020 01  RPA-ALUGRPT-REG PIC X(132).
002030 FD  RELATORIO-ATRASRPT.
002040 01  RPA-ATRASRPT-REG PIC X(132).
002050 FD  RELATORIO-BLOQRPT.
002060 01  RPA-BLOQRPT-REG PIC X(132).
002070 FD  RELATORIO-BOLSARPT.
002080 01  RPA-BOLSARPT-REG PIC X(132).
002090 FD  RELATORIO-CAMRPT.
002100 01  RPA-CAMRPT-REG PIC X(132).
002110 FD  RELATORIO-CONSRPT.
002120 01  RPA-CONSRPT-REG PIC X(132).
002130 FD  RELATORIO-CORRECRPT.
002140 01  RPA-CORRECRPT-REG PIC X(132).
002150 FD  RELATORIO-ESCLRPT.
002160 01  RPA-ESCLRPT-REG PIC X(132).
002170 FD  RELATORIO-ESTATRPT.
002180 01  RPA-ESTATRPT-REG PIC X(132).
002190 FD  RELATORIO-EXTRRPT.
002200 01  RPA-EXTRRPT-REG PIC X(132).
002210 FD  RELATORIO-FATFRPT.
002220 01  RPA-FATFRPT-REG PIC X(132).
002230 FD  RELATORIO-FECHMRPT.
002240 01  RPA-FECHMRPT-REG PIC X(132).
002250 FD  RELATORIO-FERIRPT.
002260 01  RPA-FERIRPT-REG PIC X(132).
002270 FD  RELATORIO-FOLHARPT.
002280 01  RPA-FOLHARPT-REG PIC X(132).
002290 FD  RELATORIO-FORECRPT.
002300 01  RPA-FORECRPT-REG PIC X(132).
002310 FD  RELATORIO-FRETERPT.
002320 01  RPA-FRETERPT-REG PIC X(132).
002330 FD  RELATORIO-GLEXPRPT.
002340 01  RPA-GLEXPRPT-REG PIC X(132).
002350 FD  RELATORIO-INFORPT.
002360 01  RPA-INFORPT-REG PIC X(132).
002370 FD  RELATORIO-INTEGRPT.
002380 01  RPA-INTEGRPT-REG PIC X(132).
002390 FD  RELATORIO-MANRPT.
002400 01  RPA-MANRPT-REG PIC X(132).
002410 FD  RELATORIO-MENSRPT.
002420 01  RPA-MENSRPT-REG PIC X(132).
002430 FD  RELATORIO-OCUPRPT.
002440 01  RPA-OCUPRPT-REG PIC X(132).
002450 FD  RELATORIO-OPERRPT.
002460 01  RPA-OPERRPT-REG PIC X(132).
002470 FD  RELATORIO-ORFAORPT.
002480 01  RPA-ORFAORPT-REG PIC X(132).
002490 FD  RELATORIO-ORFARPT.
002500 01  RPA-ORFARPT-REG PIC X(132).
002510 FD  RELATORIO-PDDRPT.
002520 01  RPA-PDDRPT-REG PIC X(132).
002530 FD  RELATORIO-PISORPT.
002540 01  RPA-PISORPT-REG PIC X(132).
002550 FD  RELATORIO-PURGRPT.
002560 01  RPA-PURGRPT-REG PIC X(132).
002570 FD  RELATORIO-QUADRPT.
002580 01  RPA-QUADRPT-REG PIC X(132).
002590 FD  RELATORIO-RAISERPT.
002600 01  RPA-RAISERPT-REG PIC X(132).
002610 FD  RELATORIO-RECONRPT.
002620 01  RPA-RECONRPT-REG PIC X(132).
002630 FD  RELATORIO-RECUPRPT.
002640 01  RPA-RECUPRPT-REG PIC X(132).
002650 FD  RELATORIO-REMARPT.
002660 01  RPA-REMARPT-REG PIC X(132).
002670 FD  RELATORIO-RENOVRPT.
002680 01  RPA-RENOVRPT-REG PIC X(132).
002690 FD  RELATORIO-RESCRPT.
002700 01  RPA-RESCRPT-REG PIC X(132).
002710 FD  RELATORIO-RISCORPT.
002720 01  RPA-RISCORPT-REG PIC X(132).
002730 FD  RELATORIO-TREZRPT.
002740 01  RPA-TREZRPT-REG PIC X(132).
002750 FD  RELATORIO-TRIBRPT.
002760 01  RPA-TRIBRPT-REG PIC X(132).
002760 FD  RELATORIO-FLUXRPT.
002760 01  RPA-FLUXRPT-REG PIC X(132).
002760 FD  RELATORIO-CONCRPT.
002760 01  RPA-CONCRPT-REG PIC X(132).
002760 FD  RELATORIO-DRERPT.
002760 01  RPA-DRERPT-REG PIC X(132).
002760 FD  RELATORIO-ORCREAL.
002760 01  RPA-ORCREAL-REG PIC X(132).
002760 FD  RELATORIO-FERDOBRO.
002760 01  RPA-FERDOBRO-REG PIC X(132).
002760 FD  RELATORIO-FRTMENSA.
002760 01  RPA-FRTMENSA-REG PIC X(132).
002760 FD  RELATORIO-DOCVENC.
002760 01  RPA-DOCVENC-REG PIC X(132).
002760 FD  RELATORIO-COBTAXA.
002760 01  RPA-COBTAXA-REG PIC X(132).
002760 FD  RELATORIO-COTVENC.
002760 01  RPA-COTVENC-REG PIC X(132).
002770 WORKING-STORAGE SECTION.
002780 01  RPA-SWITCHES.
002790     05  RPA-RPTREPO-STATUS   PIC X(02) VALUE '00'.
002800     05  RPA-RPTIDX-STATUS    PIC X(02) VALUE '00'.
002810     05  RPA-RPTCTL-STATUS    PIC X(02) VALUE '00'.
002820     05  RPA-COMPSEL-STATUS   PIC X(02) VALUE '00'.
002830     05  RPA-ENTRADA-STATUS   PIC X(02) VALUE '00'.
002840         88  RPA-ENTRADA-EOF      VALUE '10'.
002850     05  RPA-SW-VARREDURA     PIC X(01) VALUE 'N'.
002860         88  RPA-FIM-VARREDURA    VALUE 'S'.
002870         88  RPA-VARREDURA-ATIVA  VALUE 'N'.
002880
002890*    RELATORIOS DO LOTE: NOME NO REPOSITORIO (8) E PROGRAMA
002900*    GERADOR (9). A POSICAO NA TABELA E A DO SELECT NAS
002910*    EVALUATES DE ABERTURA, LEITURA E FECHAMENTO
002920 01  RPA-TABELA-RELAT.
002930     05  FILLER PIC X(17) VALUE 'ACORDRPTPROGCB103'.
002940     05  FILLER PIC X(17) VALUE 'ADTRPT  PROGCOB90'.
002950     05  FILLER PIC X(17) VALUE 'AGINGRPTPROGCOB41'.
002960     05  FILLER PIC X(17) VALUE 'ALUGRPT PROGCOB18'.
002970     05  FILLER PIC X(17) VALUE 'ATRASRPTPROGCOB28'.
002980     05  FILLER PIC X(17) VALUE 'BLOQRPT PROGCB112'.
002990     05  FILLER PIC X(17) VALUE 'BOLSARPTPROGCOB38'.
003000     05  FILLER PIC X(17) VALUE 'CAMRPT  PROGCOB18'.
003010     05  FILLER PIC X(17) VALUE 'CONSRPT PROGCOB18'.
003020     05  FILLER PIC X(17) VALUE 'CORRECRPPROGCOB39'.
003030     05  FILLER PIC X(17) VALUE 'ESCLRPT PROGCOB68'.
003040     05  FILLER PIC X(17) VALUE 'ESTATRPTPROGCB113'.
003050     05  FILLER PIC X(17) VALUE 'EXTRRPT PROGCOB06'.
003060     05  FILLER PIC X(17) VALUE 'FATFRPT PROGCOB91'.
003070     05  FILLER PIC X(17) VALUE 'FECHMRPTPROGCOB75'.
003080     05  FILLER PIC X(17) VALUE 'FERIRPT PROGCOB81'.
003090     05  FILLER PIC X(17) VALUE 'FOLHARPTPROGCOB32'.
003100     05  FILLER PIC X(17) VALUE 'FORECRPTPROGCOB36'.
003110     05  FILLER PIC X(17) VALUE 'FRETERPTPROGCOB13'.
003120     05  FILLER PIC X(17) VALUE 'GLEXPRPTPROGCOB78'.
003130     05  FILLER PIC X(17) VALUE 'INFORPT PROGCOB84'.
003140     05  FILLER PIC X(17) VALUE 'INTEGRPTPROGCOB73'.
003150     05  FILLER PIC X(17) VALUE 'MANRPT  PROGCB101'.
003160     05  FILLER PIC X(17) VALUE 'MENSRPT PROGCOB66'.
003170     05  FILLER PIC X(17) VALUE 'OCUPRPT PROGCOB18'.
003180     05  FILLER PIC X(17) VALUE 'OPERRPT PROGCOB44'.
003190     05  FILLER PIC X(17) VALUE 'ORFAORPTPROGCOB12'.
003200     05  FILLER PIC X(17) VALUE 'ORFARPT PROGCB115'.
003210     05  FILLER PIC X(17) VALUE 'PDDRPT  PROGCB104'.
003220     05  FILLER PIC X(17) VALUE 'PISORPT PROGCOB62'.
003230     05  FILLER PIC X(17) VALUE 'PURGRPT PROGCOB50'.
003240     05  FILLER PIC X(17) VALUE 'QUADRPT PROGCOB87'.
003250     05  FILLER PIC X(17) VALUE 'RAISERPTPROGCOB15'.
003260     05  FILLER PIC X(17) VALUE 'RECONRPTPROGCOB14'.
003270     05  FILLER PIC X(17) VALUE 'RECUPRPTPROGCOB37'.
003280     05  FILLER PIC X(17) VALUE 'REMARPT PROGCB112'.
003290     05  FILLER PIC X(17) VALUE 'RENOVRPTPROGCOB98'.
003300     05  FILLER PIC X(17) VALUE 'RESCRPT PROGCOB58'.
003310     05  FILLER PIC X(17) VALUE 'RISCORPTPROGCOB67'.
003320     05  FILLER PIC X(17) VALUE 'TREZRPT PROGCOB57'.
003330     05  FILLER PIC X(17) VALUE 'TRIBRPT PROGCB107'.
003330     05  FILLER PIC X(17) VALUE 'FLUXRPT PROGCB118'.
003330     05  FILLER PIC X(17) VALUE 'CONCRPT PROGCB119'.
003330     05  FILLER PIC X(17) VALUE 'DRERPT  PROGCB125'.
003330     05  FILLER PIC X(17) VALUE 'ORCREAL PROGCOB97'.
003330     05  FILLER PIC X(17) VALUE 'FERDOBROPROGCOB80'.
003330     05  FILLER PIC X(17) VALUE 'FRTMENSAPROGCOB26'.
003330     05  FILLER PIC X(17) VALUE 'DOCVENC PROGCOB94'.
003330     05  FILLER PIC X(17) VALUE 'COBTAXA PROGCOB95'.
003330     05  FILLER PIC X(17) VALUE 'COTVENC PROGCOB93'.
003340 01  RPA-RELATORIOS REDEFINES RPA-TABELA-RELAT.
003350     05  RPA-RELAT OCCURS 50 TIMES.
003360         10  RPA-R-NOME       PIC X(08).
003370         10  RPA-R-PROGRAMA   PIC X(09).
003380 77  RPA-QTDE-RELAT           PIC 9(02) COMP VALUE 50.
003390 77  RPA-LINHAS-POR-PAGINA    PIC 9(02) COMP VALUE 60.
003400
003410 01  RPA-AREA-TRABALHO.
003420     05  RPA-IX               PIC 9(02) COMP VALUE ZEROS.
003430     05  RPA-DATASISTEMA      PIC 9(08) VALUE ZEROS.
003440     05  RPA-HORASISTEMA      PIC 9(08) VALUE ZEROS.
003450     05  RPA-QTDE-LINHAS      PIC 9(07) COMP VALUE ZEROS.
003460     05  RPA-QTDE-APAGADAS    PIC 9(07) COMP VALUE ZEROS.
003470     05  RPA-QTDE-ARQUIVADOS  PIC 9(03) COMP VALUE ZEROS.
003480     05  RPA-QTDE-ERROS       PIC 9(07) COMP VALUE ZEROS.
003490     05  RPA-QTDE-EDT         PIC ZZZZZZ9.
003500
003510*    CHAVE DO RELATORIO EM ARQUIVAMENTO (RPTIDX E PREFIXO DA
003520*    CHAVE DAS LINHAS NO RPTREPO)
003530 01  RPA-CHAVE-RELAT.
003540     05  RPA-C-RELATORIO      PIC X(08).
003550     05  RPA-C-DATA           PIC 9(08).
003560     05  RPA-C-JOB            PIC X(08) VALUE 'AVULSO'.
003570     05  RPA-C-EMPRESA        PIC 9(02) VALUE ZEROS.
003580
003590 01  RPA-LINHA                PIC X(132) VALUE SPACES.
003600
003610 PROCEDURE DIVISION.
003620
003630 0000-MAINLINE.
003640     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
003650     IF RETURN-CODE = 8
003660         GOBACK.
003670     MOVE 1 TO RPA-IX.
003680     PERFORM 2000-ARQUIVAR-RELATORIO
003690         THRU 2000-ARQUIVAR-RELATORIO-EXIT
003700         UNTIL RPA-IX > RPA-QTDE-RELAT.
003710     CLOSE REPORT-REPOSITORY.
003720     CLOSE REPORT-INDEX.
003730     DISPLAY 'RELATORIOS ARQUIVADOS: ' RPA-QTDE-ARQUIVADOS
003740         ' - JOB ' RPA-C-JOB ' EMPRESA ' RPA-C-EMPRESA
003750         ' DATA ' RPA-C-DATA.
003760     IF RPA-QTDE-ERROS > ZEROS
003770         MOVE RPA-QTDE-ERROS TO RPA-QTDE-EDT
003780         DISPLAY 'LINHAS NAO GRAVADAS NO REPOSITORIO: '
003790             RPA-QTDE-EDT
003800         MOVE 4 TO RETURN-CODE
003810     END-IF.
003820     GOBACK.
003830
003840*=========================================================
003850* JOB (RPTCTL), EMPRESA (COMPSEL), DATA DA RODADA E
003860* ABERTURA DO REPOSITORIO - CRIADO NA PRIMEIRA RODADA
003870*=========================================================
003880 1000-INICIALIZAR.
003890     MOVE ZEROS TO RETURN-CODE.
003900     ACCEPT RPA-DATASISTEMA FROM DATE YYYYMMDD.
003910     ACCEPT RPA-HORASISTEMA FROM TIME.
003920     MOVE RPA-DATASISTEMA TO RPA-C-DATA.
003930     OPEN INPUT REPORT-CONTROL.
003940     IF RPA-RPTCTL-STATUS = '00'
003950         READ REPORT-CONTROL
003960             AT END MOVE SPACES TO RCT-JOB
003970         END-READ
003980         IF RCT-JOB NOT = SPACES
003990             MOVE RCT-JOB TO RPA-C-JOB
004000         END-IF
004010         CLOSE REPORT-CONTROL
004020     END-IF.
004030     OPEN INPUT COMPANY-SELECTION.
004040     IF RPA-COMPSEL-STATUS = '00'
004050         READ COMPANY-SELECTION
004060             AT END MOVE ZEROS TO CSL-EMPRESA
004070         END-READ
004080         IF CSL-EMPRESA NUMERIC
004090             MOVE CSL-EMPRESA TO RPA-C-EMPRESA
004100         END-IF
004110         CLOSE COMPANY-SELECTION
004120     END-IF.
004130     OPEN I-O REPORT-REPOSITORY.
004140     IF RPA-RPTREPO-STATUS = '35'
004150         OPEN OUTPUT REPORT-REPOSITORY
004160         CLOSE REPORT-REPOSITORY
004170         OPEN I-O REPORT-REPOSITORY
004180     END-IF.
004190     IF RPA-RPTREPO-STATUS NOT = '00'
004200         DISPLAY 'RPTREPO INDISPONIVEL - STATUS '
004210             RPA-RPTREPO-STATUS ' - NADA ARQUIVADO'
004220         MOVE 8 TO RETURN-CODE
004230         GO TO 1000-INICIALIZAR-EXIT.
004240     OPEN I-O REPORT-INDEX.
004250     IF RPA-RPTIDX-STATUS = '35'
004260         OPEN OUTPUT REPORT-INDEX
004270         CLOSE REPORT-INDEX
004280         OPEN I-O REPORT-INDEX
004290     END-IF.
004300     IF RPA-RPTIDX-STATUS NOT = '00'
004310         DISPLAY 'RPTIDX INDISPONIVEL - STATUS '
004320             RPA-RPTIDX-STATUS ' - NADA ARQUIVADO'
004330         CLOSE REPORT-REPOSITORY
004340         MOVE 8 TO RETURN-CODE
004350     END-IF.
004360 1000-INICIALIZAR-EXIT.
004370     EXIT.
004380
004390*=========================================================
004400* UM RELATORIO DA TABELA: DD AUSENTE NO STEP E PULADO;
004410* PRESENTE, SUBSTITUI A COPIA DA MESMA CHAVE, COPIA AS
004420* LINHAS E GRAVA O INDICE
004430*=========================================================
004440 2000-ARQUIVAR-RELATORIO.
004450     MOVE '00' TO RPA-ENTRADA-STATUS.
004460     PERFORM 2100-ABRIR-RELATORIO
004470         THRU 2100-ABRIR-RELATORIO-EXIT.
004480     IF RPA-ENTRADA-STATUS NOT = '00'
004490         GO TO 2000-ARQUIVAR-RELATORIO-EXIT.
004500     MOVE RPA-R-NOME (RPA-IX) TO RPA-C-RELATORIO.
004510     PERFORM 2500-APAGAR-COPIA-ANTERIOR
004520         THRU 2500-APAGAR-COPIA-ANTERIOR-EXIT.
004530     MOVE ZEROS TO RPA-QTDE-LINHAS.
004540     PERFORM 2200-LER-RELATORIO
004550         THRU 2200-LER-RELATORIO-EXIT.
004560     PERFORM 2300-COPIAR-LINHA THRU 2300-COPIAR-LINHA-EXIT
004570         UNTIL RPA-ENTRADA-EOF.
004580     PERFORM 2400-FECHAR-RELATORIO
004590         THRU 2400-FECHAR-RELATORIO-EXIT.
004600     PERFORM 2600-GRAVAR-INDICE THRU 2600-GRAVAR-INDICE-EXIT.
004610 2000-ARQUIVAR-RELATORIO-EXIT.
004620     ADD 1 TO RPA-IX.
004630     EXIT.
004640
004650 2100-ABRIR-RELATORIO.
004660     EVALUATE RPA-IX
004670         WHEN 1
004680             OPEN INPUT RELATORIO-ACORDRPT
004690         WHEN 2
004700             OPEN INPUT RELATORIO-ADTRPT
004710         WHEN 3
004720             OPEN INPUT RELATORIO-AGINGRPT
004730         WHEN 4
004740             OPEN INPUT RELATORIO-ALUGRPT
004750         WHEN 5
004760             OPEN INPUT RELATORIO-ATRASRPT
004770         WHEN 6
004780             OPEN INPUT RELATORIO-BLOQRPT
004790         WHEN 7
004800             OPEN INPUT RELATORIO-BOLSARPT
004810         WHEN 8
004820             OPEN INPUT RELATORIO-CAMRPT
004830         WHEN 9
004840             OPEN INPUT RELATORIO-CONSRPT
004850         WHEN 10
004860             OPEN INPUT RELATORIO-CORRECRPT
004870         WHEN 11
004880             OPEN INPUT RELATORIO-ESCLRPT
004890         WHEN 12
004900             OPEN INPUT RELATORIO-ESTATRPT
004910         WHEN 13
004920             OPEN INPUT RELATORIO-EXTRRPT
004930         WHEN 14
004940             OPEN INPUT RELATORIO-FATFRPT
004950         WHEN 15
004960             OPEN INPUT RELATORIO-FECHMRPT
004970         WHEN 16
004980             OPEN INPUT RELATORIO-FERIRPT
004990         WHEN 17
005000             OPEN INPUT RELATORIO-FOLHARPT
005010         WHEN 18
005020             OPEN INPUT RELATORIO-FORECRPT
005030         WHEN 19
005040             OPEN INPUT RELATORIO-FRETERPT
005050         WHEN 20
005060             OPEN INPUT RELATORIO-GLEXPRPT
005070         WHEN 21
005080             OPEN INPUT RELATORIO-INFORPT
005090         WHEN 22
005100             OPEN INPUT RELATORIO-INTEGRPT
005110         WHEN 23
005120             OPEN INPUT RELATORIO-MANRPT
005130         WHEN 24
005140             OPEN INPUT RELATORIO-MENSRPT
005150         WHEN 25
005160             OPEN INPUT RELATORIO-OCUPRPT
005170         WHEN 26
005180             OPEN INPUT RELATORIO-OPERRPT
005190         WHEN 27
005200             OPEN INPUT RELATORIO-ORFAORPT
005210         WHEN 28
005220             OPEN INPUT RELATORIO-ORFARPT
005230         WHEN 29
005240             OPEN INPUT RELATORIO-PDDRPT
005250         WHEN 30
005260             OPEN INPUT RELATORIO-PISORPT
005270         WHEN 31
005280             OPEN INPUT RELATORIO-PURGRPT
005290         WHEN 32
005300             OPEN INPUT RELATORIO-QUADRPT
005310         WHEN 33
005320             OPEN INPUT RELATORIO-RAISERPT
005330         WHEN 34
005340             OPEN INPUT RELATORIO-RECONRPT
005350         WHEN 35
005360             OPEN INPUT RELATORIO-RECUPRPT
005370         WHEN 36
005380             OPEN INPUT RELATORIO-REMARPT
005390         WHEN 37
005400             OPEN INPUT RELATORIO-RENOVRPT
005410         WHEN 38
005420             OPEN INPUT RELATORIO-RESCRPT
005430         WHEN 39
005440             OPEN INPUT RELATORIO-RISCORPT
005450         WHEN 40
005460             OPEN INPUT RELATORIO-TREZRPT
005470         WHEN 41
005480             OPEN INPUT RELATORIO-TRIBRPT
005480         WHEN 42
005480             OPEN INPUT RELATORIO-FLUXRPT
005480         WHEN 43
005480             OPEN INPUT RELATORIO-CONCRPT
005480         WHEN 44
005480             OPEN INPUT RELATORIO-DRERPT
005480         WHEN 45
005480             OPEN INPUT RELATORIO-ORCREAL
005480         WHEN 46
005480             OPEN INPUT RELATORIO-FERDOBRO
005480         WHEN 47
005480             OPEN INPUT RELATORIO-FRTMENSA
005480         WHEN 48
005480             OPEN INPUT RELATORIO-DOCVENC
005480         WHEN 49
005480             OPEN INPUT RELATORIO-COBTAXA
005480         WHEN 50
005480             OPEN INPUT RELATORIO-COTVENC
005490     END-EVALUATE.
005500 2100-ABRIR-RELATORIO-EXIT.
005510     EXIT.
005520
005530 2200-LER-RELATORIO.
005540     MOVE SPACES TO RPA-LINHA.
005550     EVALUATE RPA-IX
005560         WHEN 1
005570             READ RELATORIO-ACORDRPT INTO RPA-LINHA
005580                 AT END SET RPA-ENTRADA-EOF TO TRUE
005590             END-READ
005600         WHEN 2
005610             READ RELATORIO-ADTRPT INTO RPA-LINHA
005620                 AT END SET RPA-ENTRADA-EOF TO TRUE
005630             END-READ
005640         WHEN 3
005650             READ RELATORIO-AGINGRPT INTO RPA-LINHA
005660                 AT END SET RPA-ENTRADA-EOF TO TRUE
005670             END-READ
005680         WHEN 4
005690             READ RELATORIO-ALUGRPT INTO RPA-LINHA
005700                 AT END SET RPA-ENTRADA-EOF TO TRUE
005710             END-READ
005720         WHEN 5
005730             READ RELATORIO-ATRASRPT INTO RPA-LINHA
005740                 AT END SET RPA-ENTRADA-EOF TO TRUE
005750             END-READ
005760         WHEN 6
005770             READ RELATORIO-BLOQRPT INTO RPA-LINHA
005780                 AT END SET RPA-ENTRADA-EOF TO TRUE
005790             END-READ
005800         WHEN 7
005810             READ RELATORIO-BOLSARPT INTO RPA-LINHA
005820                 AT END SET RPA-ENTRADA-EOF TO TRUE
005830             END-READ
005840         WHEN 8
005850             READ RELATORIO-CAMRPT INTO RPA-LINHA
005860                 AT END SET RPA-ENTRADA-EOF TO TRUE
005870             END-READ
005880         WHEN 9
005890             READ RELATORIO-CONSRPT INTO RPA-LINHA
005900                 AT END SET RPA-ENTRADA-EOF TO TRUE
005910             END-READ
005920         WHEN 10
005930             READ RELATORIO-CORRECRPT INTO RPA-LINHA
005940                 AT END SET RPA-ENTRADA-EOF TO TRUE
005950             END-READ
005960         WHEN 11
005970             READ RELATORIO-ESCLRPT INTO RPA-LINHA
005980                 AT END SET RPA-ENTRADA-EOF TO TRUE
005990             END-READ
006000         WHEN 12
006010             READ RELATORIO-ESTATRPT INTO RPA-LINHA
006020                 AT END SET RPA-ENTRADA-EOF TO TRUE
006030             END-READ
006040         WHEN 13
006050             READ RELATORIO-EXTRRPT INTO RPA-LINHA
006060                 AT END SET RPA-ENTRADA-EOF TO TRUE
006070             END-READ
006080         WHEN 14
006090             READ RELATORIO-FATFRPT INTO RPA-LINHA
006100                 AT END SET RPA-ENTRADA-EOF TO TRUE
006110             END-READ
006120         WHEN 15
006130             READ RELATORIO-FECHMRPT INTO RPA-LINHA
006140                 AT END SET RPA-ENTRADA-EOF TO TRUE
006150             END-READ
006160         WHEN 16
006170             READ RELATORIO-FERIRPT INTO RPA-LINHA
006180                 AT END SET RPA-ENTRADA-EOF TO TRUE
006190             END-READ
006200         WHEN 17
006210             READ RELATORIO-FOLHARPT INTO RPA-LINHA
006220                 AT END SET RPA-ENTRADA-EOF TO TRUE
006230             END-READ
006240         WHEN 18
006250             READ RELATORIO-FORECRPT INTO RPA-LINHA
006260                 AT END SET RPA-ENTRADA-EOF TO TRUE
006270             END-READ
006280         WHEN 19
006290             READ RELATORIO-FRETERPT INTO RPA-LINHA
006300                 AT END SET RPA-ENTRADA-EOF TO TRUE
006310             END-READ
006320         WHEN 20
006330             READ RELATORIO-GLEXPRPT INTO RPA-LINHA
006340                 AT END SET RPA-ENTRADA-EOF TO TRUE
006350             END-READ
006360         WHEN 21
006370             READ RELATORIO-INFORPT INTO RPA-LINHA
006380                 AT END SET RPA-ENTRADA-EOF TO TRUE
006390             END-READ
006400         WHEN 22
006410             READ RELATORIO-INTEGRPT INTO RPA-LINHA
006420                 AT END SET RPA-ENTRADA-EOF TO TRUE
006430             END-READ
006440         WHEN 23
006450             READ RELATORIO-MANRPT INTO RPA-LINHA
006460                 AT END SET RPA-ENTRADA-EOF TO TRUE
006470             END-READ
006480         WHEN 24
006490             READ RELATORIO-MENSRPT INTO RPA-LINHA
006500                 AT END SET RPA-ENTRADA-EOF TO TRUE
006510             END-READ
006520         WHEN 25
006530             READ RELATORIO-OCUPRPT INTO RPA-LINHA
006540                 AT END SET RPA-ENTRADA-EOF TO TRUE
006550             END-READ
006560         WHEN 26
006570             READ RELATORIO-OPERRPT INTO RPA-LINHA
006580                 AT END SET RPA-ENTRADA-EOF TO TRUE
006590             END-READ
006600         WHEN 27
006610             READ RELATORIO-ORFAORPT INTO RPA-LINHA
006620                 AT END SET RPA-ENTRADA-EOF TO TRUE
006630             END-READ
006640         WHEN 28
006650             READ RELATORIO-ORFARPT INTO RPA-LINHA
006660                 AT END SET RPA-ENTRADA-EOF TO TRUE
006670             END-READ
006680         WHEN 29
006690             READ RELATORIO-PDDRPT INTO RPA-LINHA
006700                 AT END SET RPA-ENTRADA-EOF TO TRUE
006710             END-READ
006720         WHEN 30
006730             READ RELATORIO-PISORPT INTO RPA-LINHA
006740                 AT END SET RPA-ENTRADA-EOF TO TRUE
006750             END-READ
006760         WHEN 31
006770             READ RELATORIO-PURGRPT INTO RPA-LINHA
006780                 AT END SET RPA-ENTRADA-EOF TO TRUE
006790             END-READ
006800         WHEN 32
006810             READ RELATORIO-QUADRPT INTO RPA-LINHA
006820                 AT END SET RPA-ENTRADA-EOF TO TRUE
006830             END-READ
006840         WHEN 33
006850             READ RELATORIO-RAISERPT INTO RPA-LINHA
006860                 AT END SET RPA-ENTRADA-EOF TO TRUE
006870             END-READ
006880         WHEN 34
006890             READ RELATORIO-RECONRPT INTO RPA-LINHA
006900                 AT END SET RPA-ENTRADA-EOF TO TRUE
006910             END-READ
006920         WHEN 35
006930             READ RELATORIO-RECUPRPT INTO RPA-LINHA
006940                 AT END SET RPA-ENTRADA-EOF TO TRUE
006950             END-READ
006960         WHEN 36
006970             READ RELATORIO-REMARPT INTO RPA-LINHA
006980                 AT END SET RPA-ENTRADA-EOF TO TRUE
006990             END-READ
007000         WHEN 37
007010             READ RELATORIO-RENOVRPT INTO RPA-LINHA
007020                 AT END SET RPA-ENTRADA-EOF TO TRUE
007030             END-READ
007040         WHEN 38
007050             READ RELATORIO-RESCRPT INTO RPA-LINHA
007060                 AT END SET RPA-ENTRADA-EOF TO TRUE
007070             END-READ
007080         WHEN 39
007090             READ RELATORIO-RISCORPT INTO RPA-LINHA
007100                 AT END SET RPA-ENTRADA-EOF TO TRUE
007110             END-READ
007120         WHEN 40
007130             READ RELATORIO-TREZRPT INTO RPA-LINHA
007140                 AT END SET RPA-ENTRADA-EOF TO TRUE
007150             END-READ
007160         WHEN 41
007170             READ RELATORIO-TRIBRPT INTO RPA-LINHA
007180                 AT END SET RPA-ENTRADA-EOF TO TRUE
007190             END-READ
007190         WHEN 42
007190             READ RELATORIO-FLUXRPT INTO RPA-LINHA
007190                 AT END SET RPA-ENTRADA-EOF TO TRUE
007190             END-READ
007190         WHEN 43
007190             READ RELATORIO-CONCRPT INTO RPA-LINHA
007190                 AT END SET RPA-ENTRADA-EOF TO TRUE
007190             END-READ
007190         WHEN 44
007190             READ RELATORIO-DRERPT INTO RPA-LINHA
007190                 AT END SET RPA-ENTRADA-EOF TO TRUE
007190             END-READ
007190         WHEN 45
007190             READ RELATORIO-ORCREAL INTO RPA-LINHA
007190                 AT END SET RPA-ENTRADA-EOF TO TRUE
007190             END-READ
007190         WHEN 46
007190             READ RELATORIO-FERDOBRO INTO RPA-LINHA
007190                 AT END SET RPA-ENTRADA-EOF TO TRUE
007190             END-READ
007190         WHEN 47
007190             READ RELATORIO-FRTMENSA INTO RPA-LINHA
007190                 AT END SET RPA-ENTRADA-EOF TO TRUE
007190             END-READ
007190         WHEN 48
007190             READ RELATORIO-DOCVENC INTO RPA-LINHA
007190                 AT END SET RPA-ENTRADA-EOF TO TRUE
007190             END-READ
007190         WHEN 49
007190             READ RELATORIO-COBTAXA INTO RPA-LINHA
007190                 AT END SET RPA-ENTRADA-EOF TO TRUE
007190             END-READ
007190         WHEN 50
007190             READ RELATORIO-COTVENC INTO RPA-LINHA
007190                 AT END SET RPA-ENTRADA-EOF TO TRUE
007190             END-READ
007200     END-EVALUATE.
007210 2200-LER-RELATORIO-EXIT.
007220     EXIT.
007230
007240 2300-COPIAR-LINHA.
007250     ADD 1 TO RPA-QTDE-LINHAS.
007260     MOVE RPA-CHAVE-RELAT TO RPR-CHAVE.
007270     MOVE RPA-QTDE-LINHAS TO RPR-LINHA.
007280     MOVE RPA-LINHA TO RPR-TEXTO.
007290     WRITE RPR-RECORD
007300         INVALID KEY
007310             ADD 1 TO RPA-QTDE-ERROS
007320     END-WRITE.
007330     PERFORM 2200-LER-RELATORIO
007340         THRU 2200-LER-RELATORIO-EXIT.
007350 2300-COPIAR-LINHA-EXIT.
007360     EXIT.
007370
007380 2400-FECHAR-RELATORIO.
007390     EVALUATE RPA-IX
007400         WHEN 1
007410             CLOSE RELATORIO-ACORDRPT
007420         WHEN 2
007430             CLOSE RELATORIO-ADTRPT
007440         WHEN 3
007450             CLOSE RELATORIO-AGINGRPT
007460         WHEN 4
007470             CLOSE RELATORIO-ALUGRPT
007480         WHEN 5
007490             CLOSE RELATORIO-ATRASRPT
007500         WHEN 6
007510             CLOSE RELATORIO-BLOQRPT
007520         WHEN 7
007530             CLOSE RELATORIO-BOLSARPT
007540         WHEN 8
007550             CLOSE RELATORIO-CAMRPT
007560         WHEN 9
007570             CLOSE RELATORIO-CONSRPT
007580         WHEN 10
007590             CLOSE RELATORIO-CORRECRPT
007600         WHEN 11
007610             CLOSE RELATORIO-ESCLRPT
007620         WHEN 12
007630             CLOSE RELATORIO-ESTATRPT
007640         WHEN 13
007650             CLOSE RELATORIO-EXTRRPT
007660         WHEN 14
007670             CLOSE RELATORIO-FATFRPT
007680         WHEN 15
007690             CLOSE RELATORIO-FECHMRPT
007700         WHEN 16
007710             CLOSE RELATORIO-FERIRPT
007720         WHEN 17
007730             CLOSE RELATORIO-FOLHARPT
007740         WHEN 18
007750             CLOSE RELATORIO-FORECRPT
007760         WHEN 19
007770             CLOSE RELATORIO-FRETERPT
007780         WHEN 20
007790             CLOSE RELATORIO-GLEXPRPT
007800         WHEN 21
007810             CLOSE RELATORIO-INFORPT
007820         WHEN 22
007830             CLOSE RELATORIO-INTEGRPT
007840         WHEN 23
007850             CLOSE RELATORIO-MANRPT
007860         WHEN 24
007870             CLOSE RELATORIO-MENSRPT
007880         WHEN 25
007890             CLOSE RELATORIO-OCUPRPT
007900         WHEN 26
007910             CLOSE RELATORIO-OPERRPT
007920         WHEN 27
007930             CLOSE RELATORIO-ORFAORPT
007940         WHEN 28
007950             CLOSE RELATORIO-ORFARPT
007960         WHEN 29
007970             CLOSE RELATORIO-PDDRPT
007980         WHEN 30
007990             CLOSE RELATORIO-PISORPT
008000         WHEN 31
008010             CLOSE RELATORIO-PURGRPT
008020         WHEN 32
008030             CLOSE RELATORIO-QUADRPT
008040         WHEN 33
008050             CLOSE RELATORIO-RAISERPT
008060         WHEN 34
008070             CLOSE RELATORIO-RECONRPT
008080         WHEN 35
008090             CLOSE RELATORIO-RECUPRPT
008100         WHEN 36
008110             CLOSE RELATORIO-REMARPT
008120         WHEN 37
008130             CLOSE RELATORIO-RENOVRPT
008140         WHEN 38
008150             CLOSE RELATORIO-RESCRPT
008160         WHEN 39
008170             CLOSE RELATORIO-RISCORPT
008180         WHEN 40
008190             CLOSE RELATORIO-TREZRPT
008200         WHEN 41
008210             CLOSE RELATORIO-TRIBRPT
008210         WHEN 42
008210             CLOSE RELATORIO-FLUXRPT
008210         WHEN 43
008210             CLOSE RELATORIO-CONCRPT
008210         WHEN 44
008210             CLOSE RELATORIO-DRERPT
008210         WHEN 45
008210             CLOSE RELATORIO-ORCREAL
008210         WHEN 46
008210             CLOSE RELATORIO-FERDOBRO
008210         WHEN 47
008210             CLOSE RELATORIO-FRTMENSA
008210         WHEN 48
008210             CLOSE RELATORIO-DOCVENC
008210         WHEN 49
008210             CLOSE RELATORIO-COBTAXA
008210         WHEN 50
008210             CLOSE RELATORIO-COTVENC
008220     END-EVALUATE.
008230 2400-FECHAR-RELATORIO-EXIT.
008240     EXIT.
008250
008260*=========================================================
008270* RODADA REPETIDA NO MESMO DIA: AS LINHAS DA COPIA
008280* ANTERIOR DA MESMA CHAVE SAEM ANTES DA NOVA COPIA
008290*=========================================================
008300 2500-APAGAR-COPIA-ANTERIOR.
008310     MOVE ZEROS TO RPA-QTDE-APAGADAS.
008320     SET RPA-VARREDURA-ATIVA TO TRUE.
008330     MOVE RPA-CHAVE-RELAT TO RPR-CHAVE.
008340     MOVE ZEROS TO RPR-LINHA.
008350     START REPORT-REPOSITORY KEY > RPR-CHAVE
008360         INVALID KEY
008370             SET RPA-FIM-VARREDURA TO TRUE
008380     END-START.
008390     PERFORM 2510-APAGAR-LINHA THRU 2510-APAGAR-LINHA-EXIT
008400         UNTIL RPA-FIM-VARREDURA.
008410     IF RPA-QTDE-APAGADAS > ZEROS
008420         MOVE RPA-QTDE-APAGADAS TO RPA-QTDE-EDT
008430         DISPLAY RPA-C-RELATORIO ': COPIA ANTERIOR DE '
008440             RPA-C-DATA ' SUBSTITUIDA (' RPA-QTDE-EDT
008450             ' LINHAS)'
008460     END-IF.
008470 2500-APAGAR-COPIA-ANTERIOR-EXIT.
008480     EXIT.
008490
008500 2510-APAGAR-LINHA.
008510     READ REPORT-REPOSITORY NEXT RECORD
008520         AT END
008530             SET RPA-FIM-VARREDURA TO TRUE
008540             GO TO 2510-APAGAR-LINHA-EXIT
008550     END-READ.
008560     IF RPR-CHAVE (1:26) NOT = RPA-CHAVE-RELAT
008570         SET RPA-FIM-VARREDURA TO TRUE
008580         GO TO 2510-APAGAR-LINHA-EXIT.
008590     DELETE REPORT-REPOSITORY RECORD
008600         INVALID KEY
008610             ADD 1 TO RPA-QTDE-ERROS
008620         NOT INVALID KEY
008630             ADD 1 TO RPA-QTDE-APAGADAS
008640     END-DELETE.
008650 2510-APAGAR-LINHA-EXIT.
008660     EXIT.
008670
008680 2600-GRAVAR-INDICE.
008690     MOVE RPA-CHAVE-RELAT TO RPI-CHAVE.
008700     MOVE RPA-HORASISTEMA TO RPI-HORA.
008710     MOVE RPA-R-PROGRAMA (RPA-IX) TO RPI-PROGRAMA.
008720     MOVE RPA-QTDE-LINHAS TO RPI-LINHAS.
008730     COMPUTE RPI-PAGINAS =
008740         (RPA-QTDE-LINHAS + RPA-LINHAS-POR-PAGINA - 1)
008750             / RPA-LINHAS-POR-PAGINA.
008760     WRITE RPI-RECORD
008770         INVALID KEY
008780             REWRITE RPI-RECORD
008790     END-WRITE.
008800     ADD 1 TO RPA-QTDE-ARQUIVADOS.
008810     MOVE RPA-QTDE-LINHAS TO RPA-QTDE-EDT.
008820     DISPLAY RPA-C-RELATORIO ' (' RPI-PROGRAMA ') ARQUIVADO - '
008830         RPA-QTDE-EDT ' LINHAS, ' RPI-PAGINAS ' PAGINAS'.
008840 2600-GRAVAR-INDICE-EXIT.
008850     EXIT.
