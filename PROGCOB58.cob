000240* PARAMETROS (NESTA ORDEM):
000250*   LK-MATRICULA  - MATRICULA DO DESLIGADO (PIC 9(05)).
000260*   LK-DATA-DESLG - DATA DO DESLIGAMENTO (AAAAMMDD).
000262*   LK-TIPO-DESLG - S = DISPENSA SEM JUSTA CAUSA (OU EM
000264*                   BRANCO), J = JUSTA CAUSA, P = PEDIDO DE
000266*                   DEMISSAO.
000270* -----------------------------------------------------
000280* HISTORICO DE ALTERACOES
000290* 27/08/2026 FT  PROGRAMA CRIADO.
000292* 15/10/2026 FT  MULTA DE 40% DO FGTS NA DISPENSA SEM JUSTA
000294*                CAUSA, SOBRE O SALDO DO RAZAO FGTSSALD
000295*                (DEPOSITOS DA FOLHA E DO 13o). NOVO
000296*                PARAMETRO COM O TIPO DO DESLIGAMENTO. A
000297*                MULTA E DEPOSITADA NA CONTA VINCULADA: SAI
000298*                NO TERMO, MAS NAO ENTRA NO LIQUIDO NEM NO
000299*                CREDITO RESCCRED. RAZAO AUSENTE = SALDO ZERO.
000299* 15/10/2026 FT  EMPRESTIMOS CONSIGNADOS ATIVOS DO DESLIGADO
000299*                (CONSIG): SALDO DEVEDOR (PARCELAS EM ABERTO X
000299*                PARCELA) DE CADA CONTRATO SAI NO TERMO, O
000299*                AVISO DE QUITACAO PARA O BANCO E GRAVADO NO
000299*                CONSQUIT E O CONTRATO E ENCERRADO (SITUACAO
000299*                R) - A FOLHA NAO DESCONTA MAIS. O SALDO E
000299*                INFORMATIVO: NAO SAI DO LIQUIDO DA RESCISAO.
000299* 15/10/2026 FT  A RESCISAO GRAVA UMA LINHA NO HISTORICO DE
000299*                FOLHA (FOLHIST, TIPO R, COMPETENCIA DO
000299*                DESLIGAMENTO): BASE TRIBUTAVEL (SALDO + 13o),
000299*                FERIAS INDENIZADAS COMO ISENTO, INSS, IRRF E
000299*                LIQUIDO, PARA O INFORME DE RENDIMENTOS.
000299* 15/10/2026 FT  ADIANTAMENTO QUINZENAL JA PAGO NA COMPETENCIA
000299*                DO DESLIGAMENTO (ADIANT, PROGCOB90) SAI NO
000299*                TERMO E E DESCONTADO DO LIQUIDO DA RESCISAO
000299*                (A FOLHA DO MES NAO PROCESSA O DESLIGADO).
000300***********************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000510     SELECT RESCISAO-CREDIT ASSIGN TO 'RESCCRED'
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS RSC-CREDIT-STATUS.
000532     SELECT FGTS-LEDGER ASSIGN TO 'FGTSSALD'
000534         ORGANIZATION IS INDEXED
000536         ACCESS MODE IS RANDOM
000537         RECORD KEY IS FGS-MATRICULA
000538         FILE STATUS IS RSC-FGTSSALD-STATUS.
000538     SELECT LOAN-CONTRACTS ASSIGN TO 'CONSIG'
000538         ORGANIZATION IS INDEXED
000538         ACCESS MODE IS DYNAMIC
000538         RECORD KEY IS CSG-CHAVE
000538         FILE STATUS IS RSC-CONSIG-STATUS.
000538     SELECT LOAN-PAYOFF-NOTICE ASSIGN TO 'CONSQUIT'
000538         ORGANIZATION IS LINE SEQUENTIAL
000538         FILE STATUS IS RSC-CONSQUIT-STATUS.
000539     SELECT PAYROLL-HISTORY ASSIGN TO 'FOLHIST'
000539         ORGANIZATION IS LINE SEQUENTIAL
000539         FILE STATUS IS RSC-FOLHIST-STATUS.
000539     SELECT SALARY-ADVANCE ASSIGN TO 'ADIANT'
000539         ORGANIZATION IS INDEXED
000539         ACCESS MODE IS RANDOM
000539         RECORD KEY IS ADT-CHAVE
000539         FILE STATUS IS RSC-ADIANT-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  EMPLOYEE-MASTER.
000640 01  RSC-REPORT-LINE          PIC X(80).
000650 FD  RESCISAO-CREDIT.
000660     COPY BANKCRD.
000662 FD  FGTS-LEDGER.
000664     COPY FGTSSALD.
000665 FD  LOAN-CONTRACTS.
000666     COPY CONSIG.
000667 FD  LOAN-PAYOFF-NOTICE.
000668     COPY CONSQUIT.
000669 FD  PAYROLL-HISTORY.
000669     COPY FOLHIST.
000669 FD  SALARY-ADVANCE.
000669     COPY ADIANT.
000670 WORKING-STORAGE SECTION.
000680 01  RSC-SWITCHES.
000690     05  RSC-EMPMAST-STATUS   PIC X(02) VALUE '00'.
000770         88  RSC-FAIXA-IRRF-ACHADA    VALUE 'S'.
000780     05  RSC-SW-ENCONTROU     PIC X(01) VALUE 'N'.
000790         88  RSC-FUNC-ENCONTRADO      VALUE 'S'.
000792     05  RSC-FGTSSALD-STATUS  PIC X(02) VALUE '00'.
000794     05  RSC-CONSIG-STATUS    PIC X(02) VALUE '00'.
000796     05  RSC-CONSQUIT-STATUS  PIC X(02) VALUE '00'.
000797     05  RSC-FOLHIST-STATUS   PIC X(02) VALUE '00'.
000797     05  RSC-ADIANT-STATUS    PIC X(02) VALUE '00'.
000798     05  RSC-SW-VARREDURA     PIC X(01) VALUE 'N'.
000799         88  RSC-FIM-VARREDURA        VALUE 'S'.
000799         88  RSC-VARREDURA-ATIVA      VALUE 'N'.
000800
000810 01  RSC-CONTADORES.
000820     05  RSC-QTDE-INSS        PIC 9(02) COMP VALUE ZEROS.
000830     05  RSC-QTDE-IRRF        PIC 9(02) COMP VALUE ZEROS.
000835     05  RSC-QTDE-CONSIG      PIC 9(02) COMP VALUE ZEROS.
000840
000850 01  RSC-TABELA-INSS.
000860     05  RSC-INSS-FAIXA OCCURS 10 TIMES INDEXED BY RSC-IX-INS.
001150     05  RSC-IRRF-ACUM        PIC S9(07)V9999 VALUE ZEROS.
001160     05  RSC-LIQUIDO          PIC S9(08)V99 VALUE ZEROS.
001170     05  RSC-VALOR-EDT        PIC ZZZ.ZZZ.ZZ9,99.
001172*    MULTA RESCISORIA DO FGTS NA DISPENSA SEM JUSTA CAUSA
001174     05  RSC-PCT-MULTA-FGTS   PIC 9(02)V99 VALUE 40,00.
001176     05  RSC-SALDO-FGTS       PIC 9(08)V99 VALUE ZEROS.
001178     05  RSC-MULTA-FGTS       PIC 9(08)V99 VALUE ZEROS.
001179     05  RSC-PARCELAS-ABERTO  PIC 9(03) VALUE ZEROS.
001179     05  RSC-SALDO-CONSIG     PIC 9(08)V99 VALUE ZEROS.
001179     05  RSC-TOT-CONSIG       PIC 9(08)V99 VALUE ZEROS.
001179     05  RSC-ADIANTAMENTO     PIC 9(06)V99 VALUE ZEROS.
001180
001190 01  RSC-LINHA-VERBA.
001200     05  FILLER               PIC X(02) VALUE SPACES.
001240 LINKAGE SECTION.
001250 01  LK-MATRICULA             PIC 9(05).
001260 01  LK-DATA-DESLG            PIC 9(08).
001262 01  LK-TIPO-DESLG            PIC X(01).
001264     88  LK-SEM-JUSTA-CAUSA       VALUE 'S' ' '.
001266     88  LK-JUSTA-CAUSA           VALUE 'J'.
001268     88  LK-PEDIDO-DEMISSAO       VALUE 'P'.
001270
001280 PROCEDURE DIVISION USING LK-MATRICULA LK-DATA-DESLG
001285                          LK-TIPO-DESLG.
001290
001300 0000-MAINLINE.
001310     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001570             THRU 1100-CARREGAR-INSS-EXIT
001580         PERFORM 1200-CARREGAR-IRRF
001590             THRU 1200-CARREGAR-IRRF-EXIT
001595         PERFORM 1300-LER-SALDO-FGTS
001597             THRU 1300-LER-SALDO-FGTS-EXIT
001598         PERFORM 1400-LER-ADIANTAMENTO
001599             THRU 1400-LER-ADIANTAMENTO-EXIT
001600     END-IF.
001610 1000-INICIALIZAR-EXIT.
001620     EXIT.
002150     END-READ.
002160 1210-GUARDAR-FAIXA-IRRF-EXIT.
002170     EXIT.
002172
002173*=========================================================
002174* SALDO DE FGTS DO DESLIGADO NO RAZAO FGTSSALD (RAZAO OU
002175* MATRICULA AUSENTE = SALDO ZERO, COM AVISO)
002176*=========================================================
002177 1300-LER-SALDO-FGTS.
002178     MOVE ZEROS TO RSC-SALDO-FGTS.
002179     OPEN INPUT FGTS-LEDGER.
002180     IF RSC-FGTSSALD-STATUS NOT = '00'
002181         DISPLAY 'RAZAO DE FGTS AUSENTE - MULTA SOBRE SALDO '
002182             'ZERO'
002183         GO TO 1300-LER-SALDO-FGTS-EXIT.
002184     MOVE EMP-ID TO FGS-MATRICULA.
002185     READ FGTS-LEDGER
002186         INVALID KEY
002187             DISPLAY 'MATRICULA ' EMP-ID ' SEM SALDO DE FGTS '
002188                 'NO RAZAO'
002189         NOT INVALID KEY
002190             MOVE FGS-SALDO TO RSC-SALDO-FGTS
002191     END-READ.
002192     CLOSE FGTS-LEDGER.
002193 1300-LER-SALDO-FGTS-EXIT.
002194     EXIT.
002194
002194*=========================================================
002194* ADIANTAMENTO QUINZENAL JA PAGO NA COMPETENCIA DO
002194* DESLIGAMENTO (CADASTRO OU REGISTRO AUSENTE = ZERO)
002194*=========================================================
002194 1400-LER-ADIANTAMENTO.
002194     MOVE ZEROS TO RSC-ADIANTAMENTO.
002194     OPEN INPUT SALARY-ADVANCE.
002194     IF RSC-ADIANT-STATUS NOT = '00'
002194         GO TO 1400-LER-ADIANTAMENTO-EXIT.
002194     MOVE EMP-ID TO ADT-MATRICULA.
002194     MOVE LK-DATA-DESLG (1:6) TO ADT-COMPETENCIA.
002194     READ SALARY-ADVANCE
002194         INVALID KEY
002194             CONTINUE
002194         NOT INVALID KEY
002194             MOVE ADT-VALOR TO RSC-ADIANTAMENTO
002194     END-READ.
002194     CLOSE SALARY-ADVANCE.
002194 1400-LER-ADIANTAMENTO-EXIT.
002194     EXIT.
002180
002190*=========================================================
002200* VERBAS: SALDO DE SALARIO (DIAS/30), 13o E FERIAS + 1/3
002380     PERFORM 2200-CALCULAR-IRRF THRU 2200-CALCULAR-IRRF-EXIT.
002390     COMPUTE RSC-LIQUIDO =
002400         RSC-SALDO-SALARIO + RSC-13-PROPORCIONAL + RSC-FERIAS
002410             - RSC-INSS - RSC-IRRF - RSC-ADIANTAMENTO.
002420     IF RSC-LIQUIDO < ZEROS
002430         MOVE ZEROS TO RSC-LIQUIDO
002440     END-IF.
002442     MOVE ZEROS TO RSC-MULTA-FGTS.
002444     IF LK-SEM-JUSTA-CAUSA
002446         COMPUTE RSC-MULTA-FGTS ROUNDED =
002447             RSC-SALDO-FGTS * RSC-PCT-MULTA-FGTS / 100
002448     END-IF.
002450 2000-CALCULAR-VERBAS-EXIT.
002460     EXIT.
002470
003490     MOVE 'IRRF                     ' TO RSC-V-ROTULO.
003500     MOVE RSC-IRRF TO RSC-V-VALOR.
003510     WRITE RSC-REPORT-LINE FROM RSC-LINHA-VERBA.
003512     IF RSC-ADIANTAMENTO > ZEROS
003514         MOVE 'ADIANTAMENTO QUINZENAL   ' TO RSC-V-ROTULO
003516         MOVE RSC-ADIANTAMENTO TO RSC-V-VALOR
003518         WRITE RSC-REPORT-LINE FROM RSC-LINHA-VERBA
003519     END-IF.
003520     MOVE 'LIQUIDO A PAGAR          ' TO RSC-V-ROTULO.
003530     MOVE RSC-LIQUIDO TO RSC-V-VALOR.
003540     WRITE RSC-REPORT-LINE FROM RSC-LINHA-VERBA.
003542     MOVE 'SALDO FGTS (RAZAO)       ' TO RSC-V-ROTULO.
003544     MOVE RSC-SALDO-FGTS TO RSC-V-VALOR.
003546     WRITE RSC-REPORT-LINE FROM RSC-LINHA-VERBA.
003548     EVALUATE TRUE
003548         WHEN LK-SEM-JUSTA-CAUSA
003548             MOVE 'MULTA FGTS 40% (DEPOSITO)' TO RSC-V-ROTULO
003548             MOVE RSC-MULTA-FGTS TO RSC-V-VALOR
003548             WRITE RSC-REPORT-LINE FROM RSC-LINHA-VERBA
003548         WHEN LK-JUSTA-CAUSA
003548             MOVE '  SEM MULTA FGTS - JUSTA CAUSA'
003548                 TO RSC-REPORT-LINE
003548             WRITE RSC-REPORT-LINE
003548         WHEN OTHER
003548             MOVE '  SEM MULTA FGTS - PEDIDO DE DEMISSAO'
003548                 TO RSC-REPORT-LINE
003548             WRITE RSC-REPORT-LINE
003548     END-EVALUATE.
003549     PERFORM 3200-ENCERRAR-CONSIG
003549         THRU 3200-ENCERRAR-CONSIG-EXIT.
003550     MOVE SPACES TO RSC-REPORT-LINE.
003560     WRITE RSC-REPORT-LINE.
003570     CLOSE RESCISAO-REPORT.
003580     PERFORM 3100-GRAVAR-CREDITO THRU 3100-GRAVAR-CREDITO-EXIT.
003585     PERFORM 3300-GRAVAR-HISTORICO
003585         THRU 3300-GRAVAR-HISTORICO-EXIT.
003590     MOVE RSC-LIQUIDO TO RSC-VALOR-EDT.
003600     DISPLAY 'RESCISAO CALCULADA - LIQUIDO: ' RSC-VALOR-EDT.
003610 3000-EMITIR-TERMO-EXIT.
003770     CLOSE RESCISAO-CREDIT.
003780 3100-GRAVAR-CREDITO-EXIT.
003790     EXIT.
003790
003790*=========================================================
003790* CONSIGNADOS ATIVOS DO DESLIGADO: SALDO DEVEDOR NO TERMO,
003790* AVISO DE QUITACAO PARA O BANCO (CONSQUIT) E CONTRATO
003790* ENCERRADO PELA RESCISAO (CADASTRO AUSENTE = SEM CONTRATO)
003790*=========================================================
003790 3200-ENCERRAR-CONSIG.
003790     MOVE ZEROS TO RSC-TOT-CONSIG RSC-QTDE-CONSIG.
003790     OPEN I-O LOAN-CONTRACTS.
003790     IF RSC-CONSIG-STATUS NOT = '00'
003790         GO TO 3200-ENCERRAR-CONSIG-EXIT.
003790     OPEN EXTEND LOAN-PAYOFF-NOTICE.
003790     IF RSC-CONSQUIT-STATUS = '35'
003790         OPEN OUTPUT LOAN-PAYOFF-NOTICE
003790     END-IF.
003790     IF RSC-CONSQUIT-STATUS NOT = '00'
003790         DISPLAY 'CONSQUIT INDISPONIVEL - CONSIGNADOS NAO '
003790             'ENCERRADOS'
003790         CLOSE LOAN-CONTRACTS
003790         GO TO 3200-ENCERRAR-CONSIG-EXIT.
003790     SET RSC-VARREDURA-ATIVA TO TRUE.
003790     MOVE EMP-ID TO CSG-MATRICULA.
003790     MOVE ZEROS TO CSG-SEQUENCIA.
003790     START LOAN-CONTRACTS KEY >= CSG-CHAVE
003790         INVALID KEY
003790             SET RSC-FIM-VARREDURA TO TRUE
003790     END-START.
003790     IF RSC-CONSIG-STATUS NOT = '00'
003790         SET RSC-FIM-VARREDURA TO TRUE
003790     END-IF.
003790     PERFORM 3210-ENCERRAR-CONTRATO
003790         THRU 3210-ENCERRAR-CONTRATO-EXIT
003790         UNTIL RSC-FIM-VARREDURA.
003790     IF RSC-QTDE-CONSIG > ZEROS
003790         MOVE 'TOTAL SALDO CONSIGNADOS  ' TO RSC-V-ROTULO
003790         MOVE RSC-TOT-CONSIG TO RSC-V-VALOR
003790         WRITE RSC-REPORT-LINE FROM RSC-LINHA-VERBA
003790         MOVE '  SALDO A PAGAR AO BANCO - AVISO DE QUITACAO'
003790             TO RSC-REPORT-LINE
003790         WRITE RSC-REPORT-LINE
003790     END-IF.
003790     CLOSE LOAN-PAYOFF-NOTICE.
003790     CLOSE LOAN-CONTRACTS.
003790 3200-ENCERRAR-CONSIG-EXIT.
003790     EXIT.
003790
003790 3210-ENCERRAR-CONTRATO.
003790     READ LOAN-CONTRACTS NEXT RECORD
003790         AT END
003790             SET RSC-FIM-VARREDURA TO TRUE
003790             GO TO 3210-ENCERRAR-CONTRATO-EXIT
003790     END-READ.
003790     IF RSC-CONSIG-STATUS NOT = '00'
003790             OR CSG-MATRICULA NOT = EMP-ID
003790         SET RSC-FIM-VARREDURA TO TRUE
003790         GO TO 3210-ENCERRAR-CONTRATO-EXIT.
003790     IF NOT CSG-ATIVO
003790         GO TO 3210-ENCERRAR-CONTRATO-EXIT.
003790     COMPUTE RSC-PARCELAS-ABERTO =
003790         CSG-QTDE-PARCELAS - CSG-PARCELAS-PAGAS.
003790     COMPUTE RSC-SALDO-CONSIG =
003790         CSG-VALOR-PARCELA * RSC-PARCELAS-ABERTO.
003790     MOVE SPACES TO RSC-REPORT-LINE.
003790     STRING '  CONSIGNADO BCO ' CSG-BANCO ' CONTRATO '
003790            CSG-CONTRATO ' - ' RSC-PARCELAS-ABERTO
003790            ' PARCELA(S) EM ABERTO'
003790         DELIMITED BY SIZE INTO RSC-REPORT-LINE.
003790     WRITE RSC-REPORT-LINE.
003790     MOVE 'SALDO DEVEDOR CONSIGNADO ' TO RSC-V-ROTULO.
003790     MOVE RSC-SALDO-CONSIG TO RSC-V-VALOR.
003790     WRITE RSC-REPORT-LINE FROM RSC-LINHA-VERBA.
003790     MOVE CSG-BANCO TO CQT-BANCO.
003790     MOVE CSG-CONTRATO TO CQT-CONTRATO.
003790     MOVE EMP-ID TO CQT-MATRICULA.
003790     MOVE EMP-CPF TO CQT-CPF.
003790     MOVE EMP-NOME TO CQT-NOME.
003790     MOVE LK-DATA-DESLG TO CQT-DATA-DESLG.
003790     MOVE CSG-VALOR-PARCELA TO CQT-VALOR-PARCELA.
003790     MOVE RSC-PARCELAS-ABERTO TO CQT-PARCELAS-ABERTO.
003790     MOVE RSC-SALDO-CONSIG TO CQT-SALDO-DEVEDOR.
003790     WRITE CQT-PAYOFF-RECORD.
003790     SET CSG-ENCERRADO-RESC TO TRUE.
003790     REWRITE CSG-RECORD
003790         INVALID KEY
003790             DISPLAY 'ERRO AO ENCERRAR O CONTRATO '
003790                 CSG-CONTRATO ' NO CONSIG'
003790     END-REWRITE.
003790     ADD RSC-SALDO-CONSIG TO RSC-TOT-CONSIG.
003790     ADD 1 TO RSC-QTDE-CONSIG.
003790 3210-ENCERRAR-CONTRATO-EXIT.
003790     EXIT.
003790
003790*=========================================================
003790* LINHA DA RESCISAO NO HISTORICO DE FOLHA (INFORME DE
003790* RENDIMENTOS DO ANO DO DESLIGAMENTO)
003790*=========================================================
003790 3300-GRAVAR-HISTORICO.
003790     OPEN EXTEND PAYROLL-HISTORY.
003790     IF RSC-FOLHIST-STATUS = '35'
003790         OPEN OUTPUT PAYROLL-HISTORY
003790     END-IF.
003790     IF RSC-FOLHIST-STATUS NOT = '00'
003790         DISPLAY 'FOLHIST INDISPONIVEL - RESCISAO FORA DO '
003790             'HISTORICO DE FOLHA'
003790         GO TO 3300-GRAVAR-HISTORICO-EXIT.
003790     MOVE EMP-ID TO FHI-MATRICULA.
003790     MOVE LK-DATA-DESLG (1:6) TO FHI-COMPETENCIA.
003790     MOVE RSC-BASE-TRIBUTAVEL TO FHI-BRUTO.
003790     MOVE RSC-FERIAS TO FHI-ISENTO.
003790     MOVE RSC-INSS TO FHI-INSS.
003790     MOVE RSC-IRRF TO FHI-IRRF.
003790     COMPUTE FHI-LIQUIDO = RSC-LIQUIDO + RSC-ADIANTAMENTO.
003790     SET FHI-RESCISAO TO TRUE.
003790     WRITE FHI-HISTORY-RECORD.
003790     CLOSE PAYROLL-HISTORY.
003790 3300-GRAVAR-HISTORICO-EXIT.
003790     EXIT.
003800
003810 4000-FINALIZAR.
003820     IF RSC-EMPMAST-STATUS = '00'
