000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCOB85.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE PESSOAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: EXTRATO DIARIO DE EVENTOS TRABALHISTAS PARA O
000100*           GOVERNO - TRANSFORMA CADA EVENTO DO HISTORICO DE
000110*           MOVIMENTACAO (MOVHIST: ADMISSAO S-2200,
000120*           DESLIGAMENTO S-2299 COM OS VALORES DA RESCISAO
000130*           DO PROGCOB58 LIDOS DO FOLHIST, AFASTAMENTO E
000140*           RETORNO S-2230) E CADA CONTRACHEQUE DA
000150*           COMPETENCIA FECHADA (CONTRCHQ, COMPETENCIA COM
000160*           DEFINITIVA EXECUTADA NO FOLAPRV: REMUNERACAO
000170*           S-1200) EM UM REGISTRO DE TAMANHO FIXO NA
000180*           REMESSA ESOCREM, IDENTIFICADO PELO CPF DO
000190*           FUNCIONARIO (EMP-CPF) E PELO CNPJ DA EMPRESA
000200*           (COMPMST). O CONTROLE ESOCCTL GUARDA CADA EVENTO
000210*           ENVIADO: EVENTO ENVIADO OU ACEITO NAO SAI DE
000220*           NOVO; REJEITADO NO RETORNO (PROGCOB86) E
000230*           REENVIADO. FUNCIONARIO SEM CADASTRO OU SEM CPF,
000240*           OU EMPRESA SEM CNPJ, NAO E ENVIADO E SAI NO
000250*           RELATORIO DE EXCECOES ESOCEXC (RC 4).
000260* OBS: PROMOCAO E TRANSFERENCIA DENTRO DA MESMA EMPRESA NAO
000270*      GERAM EVENTO. A TRANSFERENCIA ENTRE EMPRESAS SAI COMO
000280*      DESLIGAMENTO E ADMISSAO COM INDICADOR T, SEM VALORES
000290*      DE RESCISAO.
000300* -----------------------------------------------------
000310* HISTORICO DE ALTERACOES
000320* 15/10/2026 FT  PROGRAMA CRIADO.
000330***********************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SPECIAL-NAMES.
000370     DECIMAL-POINT IS COMMA.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT MOVEMENT-HISTORY ASSIGN TO 'MOVHIST'
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS ESX-MOVHIST-STATUS.
000430     SELECT PAYSLIP-FILE ASSIGN TO 'CONTRCHQ'
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS ESX-CONTRCHQ-STATUS.
000460     SELECT PAYROLL-APPROVAL ASSIGN TO 'FOLAPRV'
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS ESX-FOLAPRV-STATUS.
000490     SELECT PAYROLL-HISTORY ASSIGN TO 'FOLHIST'
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS ESX-FOLHIST-STATUS.
000520     SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS EMP-ID
000560         FILE STATUS IS ESX-EMPMAST-STATUS.
000570     SELECT COMPANY-MASTER ASSIGN TO 'COMPMAST'
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS CIA-CODIGO
000610         FILE STATUS IS ESX-COMPMAST-STATUS.
000620     SELECT EVENT-CONTROL ASSIGN TO 'ESOCCTL'
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS ECT-CHAVE
000660         FILE STATUS IS ESX-ESOCCTL-STATUS.
000670     SELECT EVENT-REMESSA ASSIGN TO 'ESOCREM'
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS ESX-REMESSA-STATUS.
000700     SELECT EVENT-EXCEPTIONS ASSIGN TO 'ESOCEXC'
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS ESX-EXCECAO-STATUS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  MOVEMENT-HISTORY.
000760     COPY MOVHIST.
000770 FD  PAYSLIP-FILE.
000780     COPY CONTRCHQ.
000790 FD  PAYROLL-APPROVAL.
000800     COPY FOLAPRV.
000810 FD  PAYROLL-HISTORY.
000820     COPY FOLHIST.
000830 FD  EMPLOYEE-MASTER.
000840     COPY EMPREC.
000850 FD  COMPANY-MASTER.
000860     COPY COMPMST.
000870 FD  EVENT-CONTROL.
000880     COPY ESOCCTL.
000890 FD  EVENT-REMESSA.
000900     COPY ESOCREM.
000910 FD  EVENT-EXCEPTIONS
000920     RECORD CONTAINS 80 CHARACTERS.
000930 01  ESX-EXCECAO-LINE         PIC X(80).
000940 WORKING-STORAGE SECTION.
000950 01  ESX-SWITCHES.
000960     05  ESX-MOVHIST-STATUS   PIC X(02) VALUE '00'.
000970         88  ESX-MOVHIST-EOF      VALUE '10'.
000980     05  ESX-CONTRCHQ-STATUS  PIC X(02) VALUE '00'.
000990         88  ESX-CONTRCHQ-EOF     VALUE '10'.
001000     05  ESX-FOLAPRV-STATUS   PIC X(02) VALUE '00'.
001010     05  ESX-FOLHIST-STATUS   PIC X(02) VALUE '00'.
001020         88  ESX-FOLHIST-EOF      VALUE '10'.
001030     05  ESX-EMPMAST-STATUS   PIC X(02) VALUE '00'.
001040     05  ESX-COMPMAST-STATUS  PIC X(02) VALUE '00'.
001050     05  ESX-ESOCCTL-STATUS   PIC X(02) VALUE '00'.
001060     05  ESX-REMESSA-STATUS   PIC X(02) VALUE '00'.
001070     05  ESX-EXCECAO-STATUS   PIC X(02) VALUE '00'.
001080     05  ESX-SW-ENVIAR        PIC X(01) VALUE 'N'.
001090         88  ESX-DEVE-ENVIAR          VALUE 'S'.
001100     05  ESX-SW-CONTROLE      PIC X(01) VALUE 'N'.
001110         88  ESX-TEM-CONTROLE         VALUE 'S'.
001120     05  ESX-SW-IDENTIFICADO  PIC X(01) VALUE 'N'.
001130         88  ESX-IDENTIFICADO         VALUE 'S'.
001140     05  ESX-SW-RESCISAO      PIC X(01) VALUE 'N'.
001150         88  ESX-RESCISAO-ACHADA      VALUE 'S'.
001160     05  ESX-SW-FIM-BUSCA     PIC X(01) VALUE 'N'.
001170         88  ESX-FIM-BUSCA            VALUE 'S'.
001180
001190 01  ESX-CONTADORES.
001200     05  ESX-RETORNO          PIC 9(04) COMP VALUE ZEROS.
001210     05  ESX-QTDE-ENVIADOS    PIC 9(06) COMP VALUE ZEROS.
001220     05  ESX-QTDE-REENVIADOS  PIC 9(06) COMP VALUE ZEROS.
001230     05  ESX-QTDE-JA-ENVIADOS PIC 9(06) COMP VALUE ZEROS.
001240     05  ESX-QTDE-EXCECOES    PIC 9(06) COMP VALUE ZEROS.
001250     05  ESX-QTDE-RESCISOES   PIC 9(04) COMP VALUE ZEROS.
001260     05  ESX-SUB              PIC 9(04) COMP VALUE ZEROS.
001270
001280 01  ESX-AREA-TRABALHO.
001290     05  ESX-DATASISTEMA      PIC 9(08) VALUE ZEROS.
001300     05  ESX-COMP-FECHADA     PIC 9(06) VALUE ZEROS.
001310     05  ESX-EMPRESA          PIC 9(02) VALUE ZEROS.
001320     05  ESX-MOTIVO           PIC X(40) VALUE SPACES.
001330     05  ESX-BUSCA-MATRICULA  PIC 9(05) VALUE ZEROS.
001340     05  ESX-BUSCA-COMPETENCIA PIC 9(06) VALUE ZEROS.
001350     05  ESX-REFERENCIA-R.
001360         10  ESX-REF-COMPETENCIA PIC 9(06).
001370         10  ESX-REF-DIA      PIC 9(02).
001380     05  ESX-REFERENCIA REDEFINES ESX-REFERENCIA-R
001390                              PIC 9(08).
001400
001410*    RESCISOES DO FOLHIST (TIPO R) - VALORES DO S-2299. A
001420*    MESMA MATRICULA/COMPETENCIA GRAVADA DE NOVO SUBSTITUI
001430 01  ESX-TAB-RESCISOES.
001440     05  ESX-RESCISAO OCCURS 500 TIMES.
001450         10  ESX-R-MATRICULA  PIC 9(05).
001460         10  ESX-R-COMPETENCIA PIC 9(06).
001470         10  ESX-R-BRUTO      PIC 9(06)V99.
001480         10  ESX-R-INSS       PIC 9(06)V99.
001490         10  ESX-R-IRRF       PIC 9(06)V99.
001500         10  ESX-R-LIQUIDO    PIC 9(06)V99.
001510
001520 PROCEDURE DIVISION.
001530
001540 0000-MAINLINE.
001550     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001560     IF ESX-RETORNO < 16
001570         PERFORM 2000-EXTRAIR-MOVIMENTOS
001580             THRU 2000-EXTRAIR-MOVIMENTOS-EXIT
001590         PERFORM 3000-EXTRAIR-REMUNERACAO
001600             THRU 3000-EXTRAIR-REMUNERACAO-EXIT
001610         PERFORM 4000-FINALIZAR THRU 4000-FINALIZAR-EXIT
001620     END-IF.
001630     MOVE ESX-RETORNO TO RETURN-CODE.
001640     GOBACK.
001650
001660*=========================================================
001670* ABERTURA: SEM CADASTRO, SEM EMPRESAS OU SEM CONTROLE NAO
001680* HA EXTRATO (RC 16) - O EVENTO SAIRIA SEM IDENTIFICACAO OU
001690* PODERIA SAIR DUAS VEZES
001700*=========================================================
001710 1000-INICIALIZAR.
001720     ACCEPT ESX-DATASISTEMA FROM DATE YYYYMMDD.
001730     OPEN INPUT EMPLOYEE-MASTER.
001740     IF ESX-EMPMAST-STATUS NOT = '00'
001750         DISPLAY 'EMPLOYEE-MASTER INDISPONIVEL - STATUS '
001760             ESX-EMPMAST-STATUS
001770         MOVE 16 TO ESX-RETORNO
001780         GO TO 1000-INICIALIZAR-EXIT.
001790     OPEN INPUT COMPANY-MASTER.
001800     IF ESX-COMPMAST-STATUS NOT = '00'
001810         DISPLAY 'CADASTRO DE EMPRESAS INDISPONIVEL - STATUS '
001820             ESX-COMPMAST-STATUS
001830         CLOSE EMPLOYEE-MASTER
001840         MOVE 16 TO ESX-RETORNO
001850         GO TO 1000-INICIALIZAR-EXIT.
001860     OPEN I-O EVENT-CONTROL.
001870     IF ESX-ESOCCTL-STATUS = '35'
001880         OPEN OUTPUT EVENT-CONTROL
001890         CLOSE EVENT-CONTROL
001900         OPEN I-O EVENT-CONTROL
001910     END-IF.
001920     IF ESX-ESOCCTL-STATUS NOT = '00'
001930         DISPLAY 'CONTROLE DE EVENTOS INDISPONIVEL - STATUS '
001940             ESX-ESOCCTL-STATUS
001950         CLOSE EMPLOYEE-MASTER
001960         CLOSE COMPANY-MASTER
001970         MOVE 16 TO ESX-RETORNO
001980         GO TO 1000-INICIALIZAR-EXIT.
001990     PERFORM 1100-CARREGAR-RESCISOES
002000         THRU 1100-CARREGAR-RESCISOES-EXIT.
002010     OPEN OUTPUT EVENT-REMESSA.
002020     SET ERM-TIPO-HEADER TO TRUE.
002030     MOVE SPACES TO ERM-DADOS.
002040     MOVE ESX-DATASISTEMA TO ERM-H-DATA.
002050     WRITE ERM-REMESSA-RECORD.
002060     OPEN OUTPUT EVENT-EXCEPTIONS.
002070     MOVE '=== EXCECOES DO EXTRATO DE EVENTOS AO GOVERNO ==='
002080         TO ESX-EXCECAO-LINE.
002090     WRITE ESX-EXCECAO-LINE.
002100 1000-INICIALIZAR-EXIT.
002110     EXIT.
002120
002130*=========================================================
002140* RESCISOES GRAVADAS PELO PROGCOB58 NO FOLHIST (TIPO R)
002150*=========================================================
002160 1100-CARREGAR-RESCISOES.
002170     OPEN INPUT PAYROLL-HISTORY.
002180     IF ESX-FOLHIST-STATUS NOT = '00'
002190         DISPLAY 'FOLHIST AUSENTE - DESLIGAMENTOS SEM VALORES '
002200             'DE RESCISAO'
002210         GO TO 1100-CARREGAR-RESCISOES-EXIT.
002220     READ PAYROLL-HISTORY
002230         AT END SET ESX-FOLHIST-EOF TO TRUE
002240     END-READ.
002250     PERFORM 1110-GUARDAR-RESCISAO
002260         THRU 1110-GUARDAR-RESCISAO-EXIT
002270         UNTIL ESX-FOLHIST-EOF.
002280     CLOSE PAYROLL-HISTORY.
002290 1100-CARREGAR-RESCISOES-EXIT.
002300     EXIT.
002310
002320 1110-GUARDAR-RESCISAO.
002330     IF NOT FHI-RESCISAO
002340         GO TO 1110-GUARDAR-RESCISAO-LER.
002350     MOVE FHI-MATRICULA TO ESX-BUSCA-MATRICULA.
002360     MOVE FHI-COMPETENCIA TO ESX-BUSCA-COMPETENCIA.
002370     PERFORM 1200-LOCALIZAR-RESCISAO
002380         THRU 1200-LOCALIZAR-RESCISAO-EXIT.
002390     IF NOT ESX-RESCISAO-ACHADA
002400         IF ESX-QTDE-RESCISOES = 500
002410             DISPLAY 'TABELA DE RESCISOES CHEIA - MATRICULA '
002420                 FHI-MATRICULA ' SEM VALORES NO EXTRATO'
002430             GO TO 1110-GUARDAR-RESCISAO-LER
002440         END-IF
002450         ADD 1 TO ESX-QTDE-RESCISOES
002460         MOVE ESX-QTDE-RESCISOES TO ESX-SUB
002470     END-IF.
002480     MOVE FHI-MATRICULA TO ESX-R-MATRICULA (ESX-SUB).
002490     MOVE FHI-COMPETENCIA TO ESX-R-COMPETENCIA (ESX-SUB).
002500     MOVE FHI-BRUTO TO ESX-R-BRUTO (ESX-SUB).
002510     MOVE FHI-INSS TO ESX-R-INSS (ESX-SUB).
002520     MOVE FHI-IRRF TO ESX-R-IRRF (ESX-SUB).
002530     MOVE FHI-LIQUIDO TO ESX-R-LIQUIDO (ESX-SUB).
002540 1110-GUARDAR-RESCISAO-LER.
002550     READ PAYROLL-HISTORY
002560         AT END SET ESX-FOLHIST-EOF TO TRUE
002570     END-READ.
002580 1110-GUARDAR-RESCISAO-EXIT.
002590     EXIT.
002600
002610*=========================================================
002620* PROCURA MATRICULA/COMPETENCIA NA TABELA DE RESCISOES;
002630* ACHADA, ESX-SUB APONTA PARA ELA
002640*=========================================================
002650 1200-LOCALIZAR-RESCISAO.
002660     MOVE 'N' TO ESX-SW-RESCISAO.
002670     MOVE 'N' TO ESX-SW-FIM-BUSCA.
002680     MOVE ZEROS TO ESX-SUB.
002690     PERFORM 1210-COMPARAR-RESCISAO
002700         THRU 1210-COMPARAR-RESCISAO-EXIT
002710         UNTIL ESX-FIM-BUSCA.
002720 1200-LOCALIZAR-RESCISAO-EXIT.
002730     EXIT.
002740
002750 1210-COMPARAR-RESCISAO.
002760     ADD 1 TO ESX-SUB.
002770     IF ESX-SUB > ESX-QTDE-RESCISOES
002780         SET ESX-FIM-BUSCA TO TRUE
002790         GO TO 1210-COMPARAR-RESCISAO-EXIT.
002800     IF ESX-R-MATRICULA (ESX-SUB) = ESX-BUSCA-MATRICULA
002810             AND ESX-R-COMPETENCIA (ESX-SUB) =
002820                 ESX-BUSCA-COMPETENCIA
002830         SET ESX-RESCISAO-ACHADA TO TRUE
002840         SET ESX-FIM-BUSCA TO TRUE
002850     END-IF.
002860 1210-COMPARAR-RESCISAO-EXIT.
002870     EXIT.
002880
002890*=========================================================
002900* EVENTOS DO HISTORICO DE MOVIMENTACAO
002910*=========================================================
002920 2000-EXTRAIR-MOVIMENTOS.
002930     OPEN INPUT MOVEMENT-HISTORY.
002940     IF ESX-MOVHIST-STATUS NOT = '00'
002950         DISPLAY 'MOVHIST AUSENTE - NENHUM EVENTO DE '
002960             'MOVIMENTACAO'
002970         GO TO 2000-EXTRAIR-MOVIMENTOS-EXIT.
002980     READ MOVEMENT-HISTORY
002990         AT END SET ESX-MOVHIST-EOF TO TRUE
003000     END-READ.
003010     PERFORM 2100-TRATAR-MOVIMENTO
003020         THRU 2100-TRATAR-MOVIMENTO-EXIT
003030         UNTIL ESX-MOVHIST-EOF.
003040     CLOSE MOVEMENT-HISTORY.
003050 2000-EXTRAIR-MOVIMENTOS-EXIT.
003060     EXIT.
003070
003080 2100-TRATAR-MOVIMENTO.
003090     MOVE SPACES TO ECT-INDICADOR.
003100     EVALUATE MOV-EVENTO
003110         WHEN 'ADMISSAO'
003120             MOVE 'S-2200' TO ECT-EVENTO
003130             MOVE MOV-ORIGEM TO ECT-INDICADOR
003140         WHEN 'DESLIGAMENTO'
003150             MOVE 'S-2299' TO ECT-EVENTO
003160             MOVE MOV-ORIGEM TO ECT-INDICADOR
003170         WHEN 'AFASTAMENTO'
003180             MOVE 'S-2230' TO ECT-EVENTO
003190             MOVE 'I' TO ECT-INDICADOR
003200         WHEN 'RETORNO'
003210             MOVE 'S-2230' TO ECT-EVENTO
003220             MOVE 'F' TO ECT-INDICADOR
003230         WHEN OTHER
003240             GO TO 2100-TRATAR-MOVIMENTO-LER
003250     END-EVALUATE.
003260     MOVE MOV-MATRICULA TO ECT-MATRICULA.
003270     MOVE MOV-DATA TO ECT-REFERENCIA.
003280     PERFORM 5000-VERIFICAR-CONTROLE
003290         THRU 5000-VERIFICAR-CONTROLE-EXIT.
003300     IF NOT ESX-DEVE-ENVIAR
003310         GO TO 2100-TRATAR-MOVIMENTO-LER.
003320     MOVE ZEROS TO ESX-EMPRESA.
003330     IF MOV-EMPRESA-DEPOIS IS NUMERIC
003340         MOVE MOV-EMPRESA-DEPOIS TO ESX-EMPRESA
003350     END-IF.
003360     PERFORM 5100-IDENTIFICAR THRU 5100-IDENTIFICAR-EXIT.
003370     IF NOT ESX-IDENTIFICADO
003380         PERFORM 5900-REGISTRAR-EXCECAO
003390             THRU 5900-REGISTRAR-EXCECAO-EXIT
003400         GO TO 2100-TRATAR-MOVIMENTO-LER.
003410     EVALUATE ECT-EVENTO
003420         WHEN 'S-2200'
003430             MOVE MOV-DATA TO ERM-A-DATA
003440             MOVE EMP-ANOENTRADA TO ERM-A-ANOENTRADA
003450             MOVE MOV-SALARIO-DEPOIS TO ERM-A-SALARIO
003460             MOVE MOV-DEPTO-DEPOIS TO ERM-A-DEPARTAMENTO
003470             MOVE MOV-FAIXA-DEPOIS TO ERM-A-FAIXA
003480             IF MOV-DEPTO-DEPOIS = SPACES
003490                 MOVE EMP-DEPARTAMENTO TO ERM-A-DEPARTAMENTO
003500                 MOVE EMP-FAIXA-SALARIAL TO ERM-A-FAIXA
003510             END-IF
003520         WHEN 'S-2299'
003530             PERFORM 2200-MONTAR-DESLIGAMENTO
003540                 THRU 2200-MONTAR-DESLIGAMENTO-EXIT
003550         WHEN OTHER
003560             MOVE MOV-DATA TO ERM-F-DATA
003570     END-EVALUATE.
003580     PERFORM 5200-GRAVAR-EVENTO THRU 5200-GRAVAR-EVENTO-EXIT.
003590 2100-TRATAR-MOVIMENTO-LER.
003600     READ MOVEMENT-HISTORY
003610         AT END SET ESX-MOVHIST-EOF TO TRUE
003620     END-READ.
003630 2100-TRATAR-MOVIMENTO-EXIT.
003640     EXIT.
003650
003660*=========================================================
003670* S-2299: TIPO DO DESLIGAMENTO (REGISTRO ANTIGO SEM TIPO =
003680* SEM JUSTA CAUSA) E VALORES DA RESCISAO DA COMPETENCIA DO
003690* DESLIGAMENTO. TRANSFERENCIA ENTRE EMPRESAS VAI SEM TIPO E
003700* SEM VALORES (NAO HA RESCISAO)
003710*=========================================================
003720 2200-MONTAR-DESLIGAMENTO.
003730     MOVE MOV-DATA TO ERM-X-DATA.
003740     MOVE ZEROS TO ERM-X-BRUTO ERM-X-INSS ERM-X-IRRF
003750                   ERM-X-LIQUIDO.
003760     IF MOV-TRANSF-EMPRESA
003770         MOVE SPACES TO ERM-X-TIPO
003780         GO TO 2200-MONTAR-DESLIGAMENTO-EXIT.
003790     MOVE MOV-TIPO-DESLG TO ERM-X-TIPO.
003800     IF ERM-X-TIPO = SPACE
003810         MOVE 'S' TO ERM-X-TIPO
003820     END-IF.
003830     MOVE MOV-MATRICULA TO ESX-BUSCA-MATRICULA.
003840     MOVE MOV-DATA (1:6) TO ESX-BUSCA-COMPETENCIA.
003850     PERFORM 1200-LOCALIZAR-RESCISAO
003860         THRU 1200-LOCALIZAR-RESCISAO-EXIT.
003870     IF ESX-RESCISAO-ACHADA
003880         MOVE ESX-R-BRUTO (ESX-SUB) TO ERM-X-BRUTO
003890         MOVE ESX-R-INSS (ESX-SUB) TO ERM-X-INSS
003900         MOVE ESX-R-IRRF (ESX-SUB) TO ERM-X-IRRF
003910         MOVE ESX-R-LIQUIDO (ESX-SUB) TO ERM-X-LIQUIDO
003920     END-IF.
003930 2200-MONTAR-DESLIGAMENTO-EXIT.
003940     EXIT.
003950
003960*=========================================================
003970* REMUNERACAO: SO A COMPETENCIA COM A DEFINITIVA EXECUTADA
003980* NO FOLAPRV (FOLHA FECHADA) E SO OS CONTRACHEQUES DELA
003990*=========================================================
004000 3000-EXTRAIR-REMUNERACAO.
004010     OPEN INPUT PAYROLL-APPROVAL.
004020     IF ESX-FOLAPRV-STATUS NOT = '00'
004030         DISPLAY 'FOLAPRV AUSENTE - SEM EVENTOS DE '
004040             'REMUNERACAO'
004050         GO TO 3000-EXTRAIR-REMUNERACAO-EXIT.
004060     MOVE ZEROS TO ESX-COMP-FECHADA.
004070     READ PAYROLL-APPROVAL
004080         AT END
004090             CONTINUE
004100         NOT AT END
004110             IF FAP-EXECUTADA
004120                 MOVE FAP-COMPETENCIA TO ESX-COMP-FECHADA
004130             END-IF
004140     END-READ.
004150     CLOSE PAYROLL-APPROVAL.
004160     IF ESX-COMP-FECHADA = ZEROS
004170         DISPLAY 'NENHUMA COMPETENCIA FECHADA - SEM EVENTOS '
004180             'DE REMUNERACAO'
004190         GO TO 3000-EXTRAIR-REMUNERACAO-EXIT.
004200     OPEN INPUT PAYSLIP-FILE.
004210     IF ESX-CONTRCHQ-STATUS NOT = '00'
004220         DISPLAY 'CONTRCHQ AUSENTE - SEM EVENTOS DE '
004230             'REMUNERACAO'
004240         GO TO 3000-EXTRAIR-REMUNERACAO-EXIT.
004250     READ PAYSLIP-FILE
004260         AT END SET ESX-CONTRCHQ-EOF TO TRUE
004270     END-READ.
004280     PERFORM 3100-TRATAR-CONTRACHEQUE
004290         THRU 3100-TRATAR-CONTRACHEQUE-EXIT
004300         UNTIL ESX-CONTRCHQ-EOF.
004310     CLOSE PAYSLIP-FILE.
004320 3000-EXTRAIR-REMUNERACAO-EXIT.
004330     EXIT.
004340
004350 3100-TRATAR-CONTRACHEQUE.
004360     IF CHQ-COMPETENCIA NOT = ESX-COMP-FECHADA
004370         GO TO 3100-TRATAR-CONTRACHEQUE-LER.
004380     MOVE CHQ-MATRICULA TO ECT-MATRICULA.
004390     MOVE 'S-1200' TO ECT-EVENTO.
004400     MOVE CHQ-COMPETENCIA TO ESX-REF-COMPETENCIA.
004410     MOVE ZEROS TO ESX-REF-DIA.
004420     MOVE ESX-REFERENCIA TO ECT-REFERENCIA.
004430     MOVE SPACES TO ECT-INDICADOR.
004440     PERFORM 5000-VERIFICAR-CONTROLE
004450         THRU 5000-VERIFICAR-CONTROLE-EXIT.
004460     IF NOT ESX-DEVE-ENVIAR
004470         GO TO 3100-TRATAR-CONTRACHEQUE-LER.
004480     MOVE ZEROS TO ESX-EMPRESA.
004490     PERFORM 5100-IDENTIFICAR THRU 5100-IDENTIFICAR-EXIT.
004500     IF NOT ESX-IDENTIFICADO
004510         PERFORM 5900-REGISTRAR-EXCECAO
004520             THRU 5900-REGISTRAR-EXCECAO-EXIT
004530         GO TO 3100-TRATAR-CONTRACHEQUE-LER.
004540     MOVE CHQ-COMPETENCIA TO ERM-R-COMPETENCIA.
004550     MOVE CHQ-SALARIO-BRUTO TO ERM-R-BRUTO.
004560     MOVE CHQ-INSS TO ERM-R-INSS.
004570     MOVE CHQ-IRRF TO ERM-R-IRRF.
004580     MOVE CHQ-LIQUIDO TO ERM-R-LIQUIDO.
004590     PERFORM 5200-GRAVAR-EVENTO THRU 5200-GRAVAR-EVENTO-EXIT.
004600 3100-TRATAR-CONTRACHEQUE-LER.
004610     READ PAYSLIP-FILE
004620         AT END SET ESX-CONTRCHQ-EOF TO TRUE
004630     END-READ.
004640 3100-TRATAR-CONTRACHEQUE-EXIT.
004650     EXIT.
004660
004670*=========================================================
004680* TRAILER DA REMESSA E TOTAIS; EXCECAO = RC 4
004690*=========================================================
004700 4000-FINALIZAR.
004710     SET ERM-TIPO-TRAILER TO TRUE.
004720     MOVE SPACES TO ERM-DADOS.
004730     COMPUTE ERM-T-QUANTIDADE =
004740         ESX-QTDE-ENVIADOS + ESX-QTDE-REENVIADOS.
004750     WRITE ERM-REMESSA-RECORD.
004760     CLOSE EVENT-REMESSA.
004770     CLOSE EVENT-EXCEPTIONS.
004780     CLOSE EVENT-CONTROL.
004790     CLOSE EMPLOYEE-MASTER.
004800     CLOSE COMPANY-MASTER.
004810     DISPLAY 'EVENTOS ENVIADOS.....: ' ESX-QTDE-ENVIADOS.
004820     DISPLAY 'REENVIADOS (REJEIT.).: ' ESX-QTDE-REENVIADOS.
004830     DISPLAY 'JA ENVIADOS ANTES....: ' ESX-QTDE-JA-ENVIADOS.
004840     DISPLAY 'EXCECOES.............: ' ESX-QTDE-EXCECOES.
004850     IF ESX-QTDE-EXCECOES > ZEROS AND ESX-RETORNO < 4
004860         MOVE 4 TO ESX-RETORNO
004870     END-IF.
004880 4000-FINALIZAR-EXIT.
004890     EXIT.
004900
004910*=========================================================
004920* CONTROLE: SEM REGISTRO OU REJEITADO = ENVIAR; ENVIADO OU
004930* ACEITO = NAO ENVIAR DE NOVO
004940*=========================================================
004950 5000-VERIFICAR-CONTROLE.
004960     MOVE 'N' TO ESX-SW-ENVIAR.
004970     MOVE 'N' TO ESX-SW-CONTROLE.
004980     READ EVENT-CONTROL
004990         INVALID KEY
005000             SET ESX-DEVE-ENVIAR TO TRUE
005010         NOT INVALID KEY
005020             SET ESX-TEM-CONTROLE TO TRUE
005030             IF ECT-REJEITADO
005040                 SET ESX-DEVE-ENVIAR TO TRUE
005050             ELSE
005060                 ADD 1 TO ESX-QTDE-JA-ENVIADOS
005070             END-IF
005080     END-READ.
005090 5000-VERIFICAR-CONTROLE-EXIT.
005100     EXIT.
005110
005120*=========================================================
005130* IDENTIFICACAO DO EVENTO: CPF DO CADASTRO E CNPJ DA
005140* EMPRESA (A DO EVENTO, SE INFORMADA; SENAO A DO CADASTRO;
005150* ZEROS = EMPRESA 01). MONTA A CHAVE E O CABECALHO DO
005160* DETALHE
005170*=========================================================
005180 5100-IDENTIFICAR.
005190     MOVE 'N' TO ESX-SW-IDENTIFICADO.
005200     MOVE ECT-MATRICULA TO EMP-ID.
005210     READ EMPLOYEE-MASTER
005220         INVALID KEY
005230             MOVE 'MATRICULA FORA DO CADASTRO' TO ESX-MOTIVO
005240             GO TO 5100-IDENTIFICAR-EXIT
005250     END-READ.
005260     IF EMP-CPF = ZEROS
005270         MOVE 'FUNCIONARIO SEM CPF NO CADASTRO' TO ESX-MOTIVO
005280         GO TO 5100-IDENTIFICAR-EXIT.
005290     IF ESX-EMPRESA = ZEROS
005300         MOVE EMP-EMPRESA TO ESX-EMPRESA
005310     END-IF.
005320     IF ESX-EMPRESA = ZEROS
005330         MOVE 1 TO ESX-EMPRESA
005340     END-IF.
005350     MOVE ESX-EMPRESA TO CIA-CODIGO.
005360     READ COMPANY-MASTER
005370         INVALID KEY
005380             MOVE 'EMPRESA NAO CADASTRADA' TO ESX-MOTIVO
005390             GO TO 5100-IDENTIFICAR-EXIT
005400     END-READ.
005410     IF CIA-CNPJ = ZEROS
005420         MOVE 'EMPRESA SEM CNPJ NO CADASTRO' TO ESX-MOTIVO
005430         GO TO 5100-IDENTIFICAR-EXIT.
005440     SET ESX-IDENTIFICADO TO TRUE.
005450     SET ERM-TIPO-DETALHE TO TRUE.
005460     MOVE SPACES TO ERM-DADOS.
005470     MOVE ECT-MATRICULA TO ERM-D-MATRICULA.
005480     MOVE ECT-EVENTO TO ERM-D-EVENTO.
005490     MOVE ECT-REFERENCIA TO ERM-D-REFERENCIA.
005500     MOVE ECT-INDICADOR TO ERM-D-INDICADOR.
005510     MOVE CIA-CNPJ TO ERM-D-CNPJ.
005520     MOVE EMP-CPF TO ERM-D-CPF.
005530     MOVE EMP-NOME TO ERM-D-NOME.
005540 5100-IDENTIFICAR-EXIT.
005550     EXIT.
005560
005570*=========================================================
005580* GRAVA O DETALHE NA REMESSA E O CONTROLE (E = ENVIADO)
005590*=========================================================
005600 5200-GRAVAR-EVENTO.
005610     WRITE ERM-REMESSA-RECORD.
005620     MOVE ERM-D-MATRICULA TO ECT-MATRICULA.
005630     MOVE ERM-D-EVENTO TO ECT-EVENTO.
005640     MOVE ERM-D-REFERENCIA TO ECT-REFERENCIA.
005650     MOVE ERM-D-INDICADOR TO ECT-INDICADOR.
005660     SET ECT-ENVIADO TO TRUE.
005670     MOVE ESX-DATASISTEMA TO ECT-DATA-ENVIO.
005680     MOVE ZEROS TO ECT-DATA-RETORNO.
005690     MOVE SPACES TO ECT-RECIBO ECT-OCORRENCIA.
005700     IF ESX-TEM-CONTROLE
005710         ADD 1 TO ECT-QTDE-ENVIOS
005720         ADD 1 TO ESX-QTDE-REENVIADOS
005730         REWRITE ECT-CONTROL-RECORD
005740             INVALID KEY
005750                 DISPLAY 'ERRO AO REGRAVAR O CONTROLE DO '
005760                     'EVENTO ' ECT-EVENTO ' ' ECT-MATRICULA
005770         END-REWRITE
005780     ELSE
005790         MOVE 1 TO ECT-QTDE-ENVIOS
005800         ADD 1 TO ESX-QTDE-ENVIADOS
005810         WRITE ECT-CONTROL-RECORD
005820             INVALID KEY
005830                 DISPLAY 'ERRO AO GRAVAR O CONTROLE DO '
005840                     'EVENTO ' ECT-EVENTO ' ' ECT-MATRICULA
005850         END-WRITE
005860     END-IF.
005870 5200-GRAVAR-EVENTO-EXIT.
005880     EXIT.
005890
005900 5900-REGISTRAR-EXCECAO.
005910     ADD 1 TO ESX-QTDE-EXCECOES.
005920     MOVE SPACES TO ESX-EXCECAO-LINE.
005930     STRING 'EVENTO ' ECT-EVENTO
005940            ' MATRICULA ' ECT-MATRICULA
005950            ' DATA ' ECT-REFERENCIA
005960            ' - ' ESX-MOTIVO
005970         DELIMITED BY SIZE INTO ESX-EXCECAO-LINE.
005980     WRITE ESX-EXCECAO-LINE.
005990 5900-REGISTRAR-EXCECAO-EXIT.
006000     EXIT.
