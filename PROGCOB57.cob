000250* -----------------------------------------------------
000260* HISTORICO DE ALTERACOES
000270* 27/08/2026 FT  PROGRAMA CRIADO.
000271* 05/10/2026 FT  CAMPOS DE FERIAS DO CONTRACHEQUE GRAVADOS
000272*                ZERADOS (O 13o NAO ABATE FERIAS).
000273* 15/10/2026 FT  FGTS DE 8% SOBRE O VALOR DE CADA PARCELA
000274*                (PARCELA 2 = 13 INTEGRAL MENOS A PARCELA 1):
000275*                REGISTRO NO ARQUIVO DE DEPOSITO FGTSDEP
000276*                (COMPETENCIA AAAA13) E DEPOSITO SOMADO AO
000277*                RAZAO FGTSSALD, O MESMO DA FOLHA MENSAL.
000278*                PARCELA JA DEPOSITADA NAO E SOMADA DE NOVO.
000279* 15/10/2026 FT  CAMPOS DO CARTAO DE PONTO DO CONTRACHEQUE
000279*                (HORAS EXTRAS, NOTURNO, DSR, FALTAS) GRAVADOS
000279*                ZERADOS - O 13o NAO PAGA EVENTO DE PONTO.
000279* 15/10/2026 FT  PARCELA DE CONSIGNADO DO CONTRACHEQUE GRAVADA
000279*                ZERADA - O 13o NAO DESCONTA CONSIGNADO.
000279* 15/10/2026 FT  CADA PARCELA GRAVA UMA LINHA NO HISTORICO DE
000279*                FOLHA (FOLHIST, COMPETENCIA AAAA13, TIPO 1
000279*                OU 2) COM O VALOR DA PARCELA, O INSS E O
000279*                IRRF, PARA O INFORME DE RENDIMENTOS.
000279* 15/10/2026 FT  ADMISSAO GERADA POR TRANSFERENCIA ENTRE
000279*                EMPRESAS (MOV-ORIGEM 'T') NAO REDUZ OS AVOS.
000279* 15/10/2026 FT  DESCONTO DE VALE-TRANSPORTE DO CONTRACHEQUE
000279*                GRAVADO ZERADO - O 13o NAO DESCONTA VALE.
000279* 15/10/2026 FT  ADIANTAMENTO QUINZENAL DO CONTRACHEQUE GRAVADO
000279*                ZERADO - O 13o NAO DESCONTA ADIANTAMENTO.
000280***********************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000550     SELECT BANK-CREDIT-FILE ASSIGN TO 'BANKCRED'
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS TRE-BANKCRED-STATUS.
000572     SELECT FGTS-DEPOSIT ASSIGN TO 'FGTSDEP'
000574         ORGANIZATION IS LINE SEQUENTIAL
000576         FILE STATUS IS TRE-FGTSDEP-STATUS.
000578     SELECT FGTS-LEDGER ASSIGN TO 'FGTSSALD'
000578         ORGANIZATION IS INDEXED
000578         ACCESS MODE IS RANDOM
000578         RECORD KEY IS FGS-MATRICULA
000578         FILE STATUS IS TRE-FGTSSALD-STATUS.
000579     SELECT PAYROLL-HISTORY ASSIGN TO 'FOLHIST'
000579         ORGANIZATION IS LINE SEQUENTIAL
000579         FILE STATUS IS TRE-FOLHIST-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  EMPLOYEE-MASTER.
000720     COPY CONTRCHQ.
000730 FD  BANK-CREDIT-FILE.
000740     COPY BANKCRD.
000742 FD  FGTS-DEPOSIT.
000744     COPY FGTSDEP.
000746 FD  FGTS-LEDGER.
000748     COPY FGTSSALD.
000749 FD  PAYROLL-HISTORY.
000749     COPY FOLHIST.
000750 WORKING-STORAGE SECTION.
000760 01  TRE-SWITCHES.
000770     05  TRE-EMPMAST-STATUS   PIC X(02) VALUE '00'.
000870     05  TRE-BANKCRED-STATUS  PIC X(02) VALUE '00'.
000880     05  TRE-SW-FAIXA-IRRF    PIC X(01) VALUE 'N'.
000890         88  TRE-FAIXA-IRRF-ACHADA    VALUE 'S'.
000892     05  TRE-FGTSDEP-STATUS   PIC X(02) VALUE '00'.
000894     05  TRE-FGTSSALD-STATUS  PIC X(02) VALUE '00'.
000896     05  TRE-FOLHIST-STATUS   PIC X(02) VALUE '00'.
000900
000910 01  TRE-CONTADORES.
000920     05  TRE-RETORNO          PIC 9(04) COMP VALUE ZEROS.
000960     05  TRE-QTDE-INSS        PIC 9(02) COMP VALUE ZEROS.
000970     05  TRE-QTDE-IRRF        PIC 9(02) COMP VALUE ZEROS.
000980     05  TRE-QTDE-ADMISSOES   PIC 9(03) COMP VALUE ZEROS.
000985     05  TRE-QTDE-FGTS-REPET  PIC 9(05) COMP VALUE ZEROS.
000990
001000 01  TRE-TOTAIS.
001010     05  TRE-TOT-BRUTO        PIC 9(09)V99 COMP-3 VALUE ZEROS.
001020     05  TRE-TOT-INSS         PIC 9(09)V99 COMP-3 VALUE ZEROS.
001030     05  TRE-TOT-IRRF         PIC 9(09)V99 COMP-3 VALUE ZEROS.
001040     05  TRE-TOT-LIQUIDO      PIC 9(09)V99 COMP-3 VALUE ZEROS.
001045     05  TRE-TOT-FGTS         PIC 9(09)V99 COMP-3 VALUE ZEROS.
001050
001060 01  TRE-TABELA-INSS.
001070     05  TRE-INSS-FAIXA OCCURS 10 TIMES INDEXED BY TRE-IX-INS.
001450     05  TRE-IRRF             PIC S9(06)V99 VALUE ZEROS.
001460     05  TRE-IRRF-ACUM        PIC S9(07)V9999 VALUE ZEROS.
001470     05  TRE-LIQUIDO          PIC S9(07)V99 VALUE ZEROS.
001472*    FGTS: ALIQUOTA LEGAL SOBRE O VALOR DA PARCELA, A CARGO
001474*    DA EMPRESA (NAO DESCONTA DO LIQUIDO)
001476     05  TRE-ALIQ-FGTS        PIC 9(02)V99 VALUE 8,00.
001477     05  TRE-BASE-FGTS        PIC 9(07)V99 VALUE ZEROS.
001478     05  TRE-FGTS             PIC 9(06)V99 VALUE ZEROS.
001479     05  TRE-CHAVE-PARCELA    PIC 9(05) VALUE ZEROS.
001480
001490 01  TRE-LINHA-DETALHE.
001500     05  TRE-D-MATRICULA      PIC 9(05).
002090     OPEN OUTPUT TERCEIRO-REPORT.
002100     OPEN OUTPUT PAYSLIP-FILE.
002110     OPEN OUTPUT BANK-CREDIT-FILE.
002112     OPEN OUTPUT FGTS-DEPOSIT.
002114     OPEN I-O FGTS-LEDGER.
002116     IF TRE-FGTSSALD-STATUS = '35'
002117         OPEN OUTPUT FGTS-LEDGER
002118         CLOSE FGTS-LEDGER
002119         OPEN I-O FGTS-LEDGER
002119     END-IF.
002119     OPEN EXTEND PAYROLL-HISTORY.
002119     IF TRE-FOLHIST-STATUS = '35'
002119         OPEN OUTPUT PAYROLL-HISTORY
002119     END-IF.
002119     COMPUTE TRE-CHAVE-PARCELA = TRE-COMP-ANO * 10 + TRE-PARCELA.
002120     MOVE SPACES TO TRE-REPORT-LINE.
002130     STRING '=== 13o SALARIO - PARCELA ' TRE-PARCELA
002140            ' - ANO ' TRE-COMP-ANO ' ==='
003090 1310-GUARDAR-ADMISSAO.
003100     IF MOV-EVENTO = 'ADMISSAO'
003110             AND MOV-DATA (1:4) = TRE-DATA-ANO
003110             AND NOT MOV-TRANSF-EMPRESA
003120         ADD 1 TO TRE-QTDE-ADMISSOES
003130         MOVE MOV-MATRICULA
003140             TO TRE-ADM-MATRICULA (TRE-QTDE-ADMISSOES)
003450             MOVE ZEROS TO TRE-LIQUIDO
003460         END-IF
003470     END-IF.
003475     IF TRE-PARCELA = 1
003476         MOVE TRE-PARCELA-1 TO TRE-BASE-FGTS
003477     ELSE
003478         COMPUTE TRE-BASE-FGTS = TRE-BASE-13 - TRE-PARCELA-1
003479     END-IF.
003479     COMPUTE TRE-FGTS ROUNDED =
003479         TRE-BASE-FGTS * TRE-ALIQ-FGTS / 100.
003480     PERFORM 2400-GRAVAR-SAIDAS THRU 2400-GRAVAR-SAIDAS-EXIT.
003482     PERFORM 2500-DEPOSITAR-FGTS
003484         THRU 2500-DEPOSITAR-FGTS-EXIT.
003490     ADD 1 TO TRE-QTDE-FUNC.
003500     ADD TRE-BASE-13 TO TRE-TOT-BRUTO.
003510     ADD TRE-INSS TO TRE-TOT-INSS.
003520     ADD TRE-IRRF TO TRE-TOT-IRRF.
003530     ADD TRE-LIQUIDO TO TRE-TOT-LIQUIDO.
003535     ADD TRE-FGTS TO TRE-TOT-FGTS.
003540 2000-PROCESSAR-FUNC-LER.
003550     READ EMPLOYEE-MASTER
003560         AT END SET TRE-EMPMAST-EOF TO TRUE
004800     MOVE ZEROS TO CHQ-DESCONTOS-FIXOS.
004810     MOVE TRE-LIQUIDO TO CHQ-LIQUIDO.
004815     MOVE ZEROS TO CHQ-QTDE-DEPENDENTES.
004816     MOVE ZEROS TO CHQ-FERIAS-DIAS CHQ-FERIAS-ABATIDO.
004817     MOVE ZEROS TO CHQ-SALARIO-BASE
004817         CHQ-HE50-HORAS CHQ-HE50-VALOR
004817         CHQ-HE100-HORAS CHQ-HE100-VALOR
004817         CHQ-NOTURNO-HORAS CHQ-NOTURNO-VALOR
004817         CHQ-DSR-VALOR CHQ-FALTAS-DIAS CHQ-FALTAS-VALOR.
004818     MOVE ZEROS TO CHQ-CONSIGNADO CHQ-VALE-TRANSP
004818                   CHQ-ADIANTAMENTO.
004820     WRITE CHQ-PAYSLIP-RECORD.
004830     MOVE EMP-ID TO BCR-MATRICULA.
004840     MOVE EMP-NOME TO BCR-NOME.
004860     MOVE TRE-LIQUIDO TO BCR-VALOR-LIQUIDO.
004865     MOVE 'E' TO BCR-SITUACAO.
004870     WRITE BCR-CREDIT-RECORD.
004872     MOVE EMP-ID TO FHI-MATRICULA.
004872     MOVE TRE-COMPETENCIA TO FHI-COMPETENCIA.
004872     IF TRE-PARCELA = 1
004872         MOVE TRE-PARCELA-1 TO FHI-BRUTO
004872         SET FHI-13-PARCELA-1 TO TRUE
004872     ELSE
004872         COMPUTE FHI-BRUTO = TRE-BASE-13 - TRE-PARCELA-1
004872         SET FHI-13-PARCELA-2 TO TRUE
004872     END-IF.
004874     MOVE TRE-INSS TO FHI-INSS.
004874     MOVE TRE-IRRF TO FHI-IRRF.
004874     MOVE TRE-LIQUIDO TO FHI-LIQUIDO.
004874     MOVE ZEROS TO FHI-ISENTO.
004876     WRITE FHI-HISTORY-RECORD.
004880 2400-GRAVAR-SAIDAS-EXIT.
004890     EXIT.
004892
004893*=========================================================
004894* FGTS DA PARCELA: REGISTRO DE DEPOSITO PARA A CAIXA E
004895* SALDO DO RAZAO FGTSSALD (PARCELA JA SOMADA NAO ENTRA DE
004896* NOVO - RODADA REPETIDA)
004897*=========================================================
004898 2500-DEPOSITAR-FGTS.
004898     MOVE EMP-ID TO FGD-MATRICULA.
004898     MOVE EMP-CPF TO FGD-CPF.
004898     MOVE EMP-EMPRESA TO FGD-EMPRESA.
004898     MOVE TRE-COMPETENCIA TO FGD-COMPETENCIA.
004898     MOVE TRE-BASE-FGTS TO FGD-BASE.
004898     MOVE TRE-FGTS TO FGD-VALOR.
004898     MOVE TRE-DATASISTEMA TO FGD-DATA-GERACAO.
004898     WRITE FGD-DEPOSIT-RECORD.
004898     MOVE EMP-ID TO FGS-MATRICULA.
004898     READ FGTS-LEDGER
004898         INVALID KEY
004898             MOVE EMP-ID TO FGS-MATRICULA
004898             MOVE ZEROS TO FGS-SALDO FGS-QTDE-DEPOSITOS
004898                 FGS-ULT-COMPETENCIA FGS-ULT-PARCELA-13
004898     END-READ.
004898     IF FGS-ULT-PARCELA-13 NOT < TRE-CHAVE-PARCELA
004898         ADD 1 TO TRE-QTDE-FGTS-REPET
004898         GO TO 2500-DEPOSITAR-FGTS-EXIT.
004898     ADD TRE-FGTS TO FGS-SALDO.
004898     ADD 1 TO FGS-QTDE-DEPOSITOS.
004898     MOVE TRE-CHAVE-PARCELA TO FGS-ULT-PARCELA-13.
004898     MOVE TRE-DATASISTEMA TO FGS-DATA-ATUALIZACAO.
004898     IF TRE-FGTSSALD-STATUS = '23'
004898         WRITE FGS-LEDGER-RECORD
004898             INVALID KEY
004898                 DISPLAY 'ERRO AO INCLUIR NO FGTSSALD - '
004898                     'MATRICULA ' EMP-ID
004898         END-WRITE
004898     ELSE
004898         REWRITE FGS-LEDGER-RECORD
004898             INVALID KEY
004898                 DISPLAY 'ERRO AO REGRAVAR O FGTSSALD - '
004898                     'MATRICULA ' EMP-ID
004898         END-REWRITE
004898     END-IF.
004899 2500-DEPOSITAR-FGTS-EXIT.
004899     EXIT.
004900
004910 3000-TOTALIZAR.
004920     MOVE SPACES TO TRE-REPORT-LINE.
005030     MOVE 'TOTAL LIQUIDO PARCELA:   ' TO TRE-T-ROTULO.
005040     MOVE TRE-TOT-LIQUIDO TO TRE-T-VALOR.
005050     WRITE TRE-REPORT-LINE FROM TRE-LINHA-TOTAL.
005052     MOVE 'TOTAL FGTS (8%):         ' TO TRE-T-ROTULO.
005054     MOVE TRE-TOT-FGTS TO TRE-T-VALOR.
005056     WRITE TRE-REPORT-LINE FROM TRE-LINHA-TOTAL.
005060     DISPLAY '13o PROCESSADO - FUNCIONARIOS: ' TRE-QTDE-FUNC.
005070     DISPLAY 'PROPORCIONAIS (AVOS < 12)....: '
005080         TRE-QTDE-PROPORC.
005090     DISPLAY 'DESLIGADOS PULADOS...........: '
005100         TRE-QTDE-DESLIGADOS.
005102     IF TRE-QTDE-FGTS-REPET > ZEROS
005104         DISPLAY 'FGTS JA DEPOSITADO (RAZAO)...: '
005106             TRE-QTDE-FGTS-REPET
005108     END-IF.
005110 3000-TOTALIZAR-EXIT.
005120     EXIT.
005130
005170         CLOSE TERCEIRO-REPORT
005180         CLOSE PAYSLIP-FILE
005190         CLOSE BANK-CREDIT-FILE
005192         CLOSE FGTS-DEPOSIT
005194         CLOSE FGTS-LEDGER
005196         CLOSE PAYROLL-HISTORY
005200     END-IF.
005210 4000-FINALIZAR-EXIT.
005220     EXIT.
