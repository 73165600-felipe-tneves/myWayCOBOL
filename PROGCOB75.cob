000140*           HELDTRX SEM RETIDAS DO PERIODO A FECHAR E
000150*           COBRANCA SEM BOLETO REGISTRADO VENCIDO ANTES DO
000160*           MES (RETORNO ATRASADO). PRONTO, CHAMA EM ORDEM O
000170*           RESUMO MENSAL DE FRETE (PROGCOB26), O ORCADO X
000170*           REALIZADO DE FRETE (PROGCOB97), O
000170*           FATURAMENTO DE FRETE FOB (PROGCOB91), A QUEBRA DE
000170*           ACORDOS DE PARCELAMENTO (PROGCB103), O AGING
000180*           (PROGCOB41), A PROVISAO PARA DEVEDORES DUVIDOSOS
000180*           (PROGCB104), OS IMPOSTOS RETIDOS NA FONTE PELOS
000180*           LOCATARIOS (PROGCB107), O VENCIMENTO DE
000180*           CONTRATOS DOS LOTES
000180*           (PROGCOB98), O EXTRATO DOS LOCATARIOS COM SALDO
000180*           EM ABERTO (PROGCOB06), A MANUTENCAO X ALUGUEL
000180*           POR LOTE (PROGCB101), A CARGA DO CARTAO DE PONTO
000181*           (PROGCOB82), A FOLHA (PROGCOB32), A APURACAO DE
000185*           FERIAS (PROGCOB80), O QUADRO DE PESSOAL
000186*           (PROGCOB87), O PEDIDO DO VALE-TRANSPORTE
000186*           (PROGCOB89), A DRE GERENCIAL (PROGCB125) E O
000186*           EXPURGO
000190*           (PROGCOB50), CADA UM COM LINHA NO RUN-LEDGER E
000200*           CANCEL APOS O CALL; RETURN-CODE MAIOR QUE 4 PARA
000210*           A CADEIA. COM TODOS OS PASSOS LIMPOS, O
000279*                EXPURGO REGRAVA O PROPRIO LEDGER, E A LINHA
000279*                GRAVADA DEPOIS FICAVA NO DATASET QUE A
000279*                TROCA DA JCL DESCARTA.
000279* 05/10/2026 FT  INCLUIDA A APURACAO DOS PERIODOS DE FERIAS
000279*                (PROGCOB80) DEPOIS DA FOLHA E ANTES DO
000279*                EXPURGO - FERIAS EM DOBRO SAEM COM RC 4
000279*                (AVISO) E A CADEIA SEGUE.
000279* 15/10/2026 FT  INCLUIDA A CARGA VALIDADA DO CARTAO DE PONTO
000279*                (PROGCOB82) ANTES DA FOLHA - LINHA REJEITADA
000279*                SAI COM RC 4 (AVISO) E A FOLHA RODA SEM ELA.
000279* 15/10/2026 FT  INCLUIDO O QUADRO DE PESSOAL E ROTATIVIDADE
000279*                POR EMPRESA/DEPARTAMENTO (PROGCOB87) DEPOIS
000279*                DA APURACAO DE FERIAS, COM A FOLHA DO MES JA
000279*                NO FOLHIST.
000279* 15/10/2026 FT  INCLUIDO O PEDIDO MENSAL DE RECARGA DO VALE-
000279*                TRANSPORTE (PROGCOB89) ANTES DO EXPURGO -
000279*                ADESAO SEM FUNCIONARIO SAI COM RC 4 (AVISO).
000279* 15/10/2026 FT  INCLUIDO O FATURAMENTO MENSAL DE FRETE AOS
000279*                CLIENTES FOB (PROGCOB91) LOGO APOS O RESUMO
000279*                MENSAL DE FRETE - SALDO CREDOR OU CLIENTE NAO
000279*                CADASTRADO SAI COM RC 4 (AVISO).
000279* 15/10/2026 FT  INCLUIDO O ORCADO X REALIZADO DE FRETE POR
000279*                EMPRESA/UF (PROGCOB97) LOGO APOS O RESUMO
000279*                MENSAL DE FRETE - LINHA FORA DA TOLERANCIA
000279*                SAI COM RC 4 (AVISO).
000279* 15/10/2026 FT  INCLUIDO O RELATORIO DE VENCIMENTO DE
000279*                CONTRATOS DOS LOTES EM 30/60/90 DIAS COM A
000279*                LISTA DE ESPERA (PROGCOB98) DEPOIS DO AGING -
000279*                CONTRATO VENCIDO AINDA ATIVO OU A 30 DIAS
000279*                SEM PROPOSTA SAI COM RC 4 (AVISO).
000279* 15/10/2026 FT  INCLUIDO O EXTRATO DE CONTA DOS LOCATARIOS
000279*                ATIVOS COM SALDO EM ABERTO (PROGCOB06) DEPOIS
000279*                DO VENCIMENTO DE CONTRATOS - LOCATARIO FORA
000279*                DO CADASTRO SAI COM RC 4 (AVISO).
000279* 15/10/2026 FT  INCLUIDO O RELATORIO DE MANUTENCAO X ALUGUEL
000279*                POR LOTE (PROGCB101) DEPOIS DO EXTRATO DOS
000279*                LOCATARIOS - SEM O RENTINV SAI COM RC 4
000279*                (AVISO).
000279* 15/10/2026 FT  INCLUIDA A CONFERENCIA DOS ACORDOS DE
000279*                PARCELAMENTO DE ALUGUEL (PROGCB103) ANTES DO
000279*                AGING, PARA O SALDO DO ACORDO ROMPIDO JA
000279*                ENVELHECER NO MES - ACORDO ROMPIDO SAI COM
000279*                RC 4 (AVISO).
000279* 15/10/2026 FT  INCLUIDA A APURACAO DA PROVISAO PARA
000279*                DEVEDORES DUVIDOSOS DO ALUGUEL (PROGCB104)
000279*                LOGO DEPOIS DO AGING - TABELA ESTOURADA SAI
000279*                COM RC 4 (AVISO).
000279* 15/10/2026 FT  INCLUIDO O RELATORIO DOS IMPOSTOS RETIDOS NA
000279*                FONTE PELOS LOCATARIOS (PROGCB107) DEPOIS DA
000279*                PROVISAO PDD - TABELA ESTOURADA SAI COM RC 4
000279*                (AVISO).
000279* 15/10/2026 FT  CONTROLE DE CHEGADA DOS ARQUIVOS DE ENTRADA:
000279*                ANTES DA PRONTIDAO, O PROGCB124 CONFERE OS
000279*                ARQUIVOS DO ARQESPER DO BATMENSAL. RC 16 NAO
000279*                RODA A CADEIA; PASSO LISTADO NO ARQBLOQ E
000279*                PULADO (LINHA NO FECHMRPT) E, COM PASSO
000279*                PULADO, O FECHAMENTO FISCAL NAO E PROPOSTO
000279*                (RC 4).
000279* 15/10/2026 FT  INCLUIDA A DRE GERENCIAL POR EMPRESA E CENTRO
000279*                DE CUSTO (PROGCB125) ANTES DO EXPURGO, COM A
000279*                FOLHA DO MES JA NO FOLHIST - ARQUIVO DE
000279*                ORIGEM INDISPONIVEL SAI COM RC 4 (AVISO).
000280***********************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000480     SELECT PAYROLL-APPROVAL ASSIGN TO 'FOLAPRV'
000481         ORGANIZATION IS LINE SEQUENTIAL
000482         FILE STATUS IS MEN-FOLAPRV-STATUS.
000482     SELECT BLOCKED-FILES ASSIGN TO 'ARQBLOQ'
000482         ORGANIZATION IS LINE SEQUENTIAL
000482         FILE STATUS IS MEN-ARQBLOQ-STATUS.
000490     SELECT CLOSE-REPORT ASSIGN TO 'FECHMRPT'
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS MEN-REPORT-STATUS.
000610     COPY RENTINV.
000612 FD  PAYROLL-APPROVAL.
000614     COPY FOLAPRV.
000614 FD  BLOCKED-FILES.
000614     COPY ARQCHEG.
000620 FD  CLOSE-REPORT
000630     RECORD CONTAINS 80 CHARACTERS.
000640 01  MEN-REPORT-LINE          PIC X(80).
000784         88  MEN-FOLAPRV-EOF      VALUE '10'.
000786     05  MEN-SW-FOLHA         PIC X(01) VALUE 'N'.
000788         88  MEN-FOLHA-EXECUTADA  VALUE 'S'.
000788     05  MEN-ARQBLOQ-STATUS   PIC X(02) VALUE '00'.
000788         88  MEN-ARQBLOQ-EOF      VALUE '10'.
000788     05  MEN-SW-BLOQUEADO     PIC X(01) VALUE 'N'.
000788         88  MEN-PASSO-BLOQUEADO  VALUE 'S'.
000788     05  MEN-SW-PULOU         PIC X(01) VALUE 'N'.
000788         88  MEN-HOUVE-PASSO-PULADO VALUE 'S'.
000790
000800 01  MEN-DATASISTEMA          PIC 9(08) VALUE ZEROS.
000810 01  MEN-PERIODO              PIC 9(06) VALUE ZEROS.
000910     05  FILLER.
000920         10  FILLER PIC X(20) VALUE 'RESUMO MENSAL FRETE'.
000930         10  FILLER PIC X(09) VALUE 'PROGCOB26'.
000930     05  FILLER.
000930         10  FILLER PIC X(20) VALUE 'ORCADO X REALIZADO'.
000930         10  FILLER PIC X(09) VALUE 'PROGCOB97'.
000930     05  FILLER.
000930         10  FILLER PIC X(20) VALUE 'FATURA FRETE FOB'.
000930         10  FILLER PIC X(09) VALUE 'PROGCOB91'.
000940     05  FILLER.
000940         10  FILLER PIC X(20) VALUE 'QUEBRA DE ACORDOS'.
000940         10  FILLER PIC X(09) VALUE 'PROGCB103'.
000940     05  FILLER.
000950         10  FILLER PIC X(20) VALUE 'AGING DE FATURAS'.
000960         10  FILLER PIC X(09) VALUE 'PROGCOB41'.
000960     05  FILLER.
000960         10  FILLER PIC X(20) VALUE 'PROVISAO PDD'.
000960         10  FILLER PIC X(09) VALUE 'PROGCB104'.
000960     05  FILLER.
000960         10  FILLER PIC X(20) VALUE 'IMPOSTOS RETIDOS'.
000960         10  FILLER PIC X(09) VALUE 'PROGCB107'.
000960     05  FILLER.
000960         10  FILLER PIC X(20) VALUE 'VENCIMENTO CONTRATOS'.
000960         10  FILLER PIC X(09) VALUE 'PROGCOB98'.
000960     05  FILLER.
000960         10  FILLER PIC X(20) VALUE 'EXTRATO LOCATARIOS'.
000960         10  FILLER PIC X(09) VALUE 'PROGCOB06'.
000960     05  FILLER.
000960         10  FILLER PIC X(20) VALUE 'MANUTENCAO X ALUGUEL'.
000960         10  FILLER PIC X(09) VALUE 'PROGCB101'.
000970     05  FILLER.
000980         10  FILLER PIC X(20) VALUE 'CARGA DO PONTO'.
000981         10  FILLER PIC X(09) VALUE 'PROGCOB82'.
000982     05  FILLER.
000983         10  FILLER PIC X(20) VALUE 'FOLHA DE PAGAMENTO'.
000990         10  FILLER PIC X(09) VALUE 'PROGCOB32'.
000995     05  FILLER.
000996         10  FILLER PIC X(20) VALUE 'APURACAO DE FERIAS'.
000997         10  FILLER PIC X(09) VALUE 'PROGCOB80'.
000998     05  FILLER.
000998         10  FILLER PIC X(20) VALUE 'QUADRO DE PESSOAL'.
000998         10  FILLER PIC X(09) VALUE 'PROGCOB87'.
000999     05  FILLER.
000999         10  FILLER PIC X(20) VALUE 'PEDIDO VALE-TRANSP'.
000999         10  FILLER PIC X(09) VALUE 'PROGCOB89'.
000999     05  FILLER.
000999         10  FILLER PIC X(20) VALUE 'DRE GERENCIAL'.
000999         10  FILLER PIC X(09) VALUE 'PROGCB125'.
001000     05  FILLER.
001010         10  FILLER PIC X(20) VALUE 'EXPURGO COM RETENCAO'.
001020         10  FILLER PIC X(09) VALUE 'PROGCOB50'.
001030 01  MEN-JOBS REDEFINES MEN-TABELA-JOBS.
001040     05  MEN-JOB-LINHA OCCURS 17 TIMES.
001050         10  MEN-JOB-NOME        PIC X(20).
001060         10  MEN-JOB-PROGRAMA    PIC X(09).
001070 77  MEN-INDICE          PIC 9(02) COMP VALUE ZEROS.
001070
001070*    PASSOS BLOQUEADOS PELO CONTROLE DE CHEGADA (ARQBLOQ)
001070 01  MEN-TABELA-BLOQUEIOS.
001070     05  MEN-QTDE-BLOQ        PIC 9(02) COMP VALUE ZEROS.
001070     05  MEN-BLOQUEIO OCCURS 30 TIMES.
001070         10  MEN-BLQ-PROGRAMA PIC X(09).
001070         10  MEN-BLQ-ARQUIVO  PIC X(08).
001070 77  MEN-SUB-BLOQ        PIC 9(02) COMP VALUE ZEROS.
001070 77  MEN-SUB-PASSO       PIC 9(01) COMP VALUE ZEROS.
001070 77  MEN-ARQ-BLOQUEIO    PIC X(08) VALUE SPACES.
001080
001090 PROCEDURE DIVISION.
001100
001160     MOVE '=== CHECKLIST DO FECHAMENTO MENSAL ==='
001170         TO MEN-REPORT-LINE.
001180     WRITE MEN-REPORT-LINE.
001182     CALL 'PROGCB124'.
001182     IF RETURN-CODE = 16
001182         MOVE 'ARQUIVO DE ENTRADA OBRIGATORIO FALTANDO OU '
001182             TO MEN-REPORT-LINE
001182         WRITE MEN-REPORT-LINE
001182         MOVE 'RECUSADO - CADEIA NAO EXECUTADA (VER ARQCHEG)'
001182             TO MEN-REPORT-LINE
001182         WRITE MEN-REPORT-LINE
001182         CLOSE CLOSE-REPORT
001182         CANCEL 'PROGCB124'
001182         MOVE 8 TO RETURN-CODE
001182         STOP RUN.
001182     CANCEL 'PROGCB124'.
001182     MOVE ZEROS TO RETURN-CODE.
001182     PERFORM 0500-CARREGAR-BLOQUEIOS
001182         THRU 0500-CARREGAR-BLOQUEIOS-EXIT.
001190     PERFORM 1000-CONFERIR-PRONTIDAO
001200         THRU 1000-CONFERIR-PRONTIDAO-EXIT.
001210     IF NOT MEN-PRONTO
001280     OPEN EXTEND RUN-LEDGER.
001290     PERFORM 2000-EXECUTAR-JOB THRU 2000-EXECUTAR-JOB-EXIT
001300         VARYING MEN-INDICE FROM 1 BY 1
001310         UNTIL MEN-INDICE > 17 OR MEN-CADEIA-PAROU.
001320     CLOSE RUN-LEDGER.
001330     IF MEN-CADEIA-PAROU
001340         MOVE 'CADEIA PAROU EM PASSO COM ERRO - NAO FECHAR'
001350             TO MEN-REPORT-LINE
001360         WRITE MEN-REPORT-LINE
001370         MOVE 8 TO RETURN-CODE
001372     ELSE
001374         IF MEN-HOUVE-PASSO-PULADO
001376             MOVE 'PASSO PULADO (ARQUIVO DE ENTRADA) - NAO FECHAR'
001376                 TO MEN-REPORT-LINE
001376             WRITE MEN-REPORT-LINE
001376             DISPLAY 'CADEIA MENSAL COM PASSO PULADO POR ARQUIVO '
001376                 'DE ENTRADA - PERIODO ' MEN-PERIODO
001376                 ' NAO PROPOSTO'
001376             MOVE 4 TO RETURN-CODE
001378         ELSE
001390             MOVE 'TODOS OS PASSOS LIMPOS - FECHAR O PERIODO '
001400                 TO MEN-REPORT-LINE
001410             WRITE MEN-REPORT-LINE
001420             MOVE 'FISCAL NO PROGCOB49 (SUPERVISOR) - PASSO FINAL'
001430                 TO MEN-REPORT-LINE
001440             WRITE MEN-REPORT-LINE
001450             DISPLAY 'FECHAMENTO PRONTO - PROPOR O FECHAMENTO DO '
001460                 'PERIODO ' MEN-PERIODO ' NO PROGCOB49'
001470         END-IF
001475     END-IF.
001480     CLOSE CLOSE-REPORT.
001490     STOP RUN.
001500
001500*=========================================================
001500* PASSOS BLOQUEADOS PELO CONTROLE DE CHEGADA (PROGCB124):
001500* CADA LINHA DO ARQBLOQ TRAZ O ARQUIVO E ATE TRES PASSOS
001500*=========================================================
001500 0500-CARREGAR-BLOQUEIOS.
001500     OPEN INPUT BLOCKED-FILES.
001500     IF MEN-ARQBLOQ-STATUS NOT = '00'
001500         MOVE 'ARQUIVOS DE ENTRADA: SEM ARQBLOQ - NENHUM PASSO '
001500             TO MEN-REPORT-LINE
001500         WRITE MEN-REPORT-LINE
001500         GO TO 0500-CARREGAR-BLOQUEIOS-EXIT.
001500     PERFORM 0510-LER-BLOQUEIO THRU 0510-LER-BLOQUEIO-EXIT
001500         UNTIL MEN-ARQBLOQ-EOF.
001500     CLOSE BLOCKED-FILES.
001500     IF MEN-QTDE-BLOQ > ZEROS
001500         MOVE 'ARQUIVOS DE ENTRADA: HA PASSO BLOQUEADO (ARQBLOQ)'
001500             TO MEN-REPORT-LINE
001500     ELSE
001500         MOVE 'ARQUIVOS DE ENTRADA: CONFERIDOS - OK'
001500             TO MEN-REPORT-LINE
001500     END-IF.
001500     WRITE MEN-REPORT-LINE.
001500 0500-CARREGAR-BLOQUEIOS-EXIT.
001500     EXIT.
001500
001500 0510-LER-BLOQUEIO.
001500     READ BLOCKED-FILES
001500         AT END
001500             GO TO 0510-LER-BLOQUEIO-EXIT
001500     END-READ.
001500     PERFORM 0520-GUARDAR-PASSO THRU 0520-GUARDAR-PASSO-EXIT
001500         VARYING MEN-SUB-PASSO FROM 1 BY 1
001500         UNTIL MEN-SUB-PASSO > 3.
001500 0510-LER-BLOQUEIO-EXIT.
001500     EXIT.
001500
001500 0520-GUARDAR-PASSO.
001500     IF ACH-PASSO (MEN-SUB-PASSO) = SPACES
001500        OR MEN-QTDE-BLOQ NOT < 30
001500         GO TO 0520-GUARDAR-PASSO-EXIT.
001500     ADD 1 TO MEN-QTDE-BLOQ.
001500     MOVE ACH-PASSO (MEN-SUB-PASSO)
001500         TO MEN-BLQ-PROGRAMA (MEN-QTDE-BLOQ).
001500     MOVE ACH-ARQUIVO TO MEN-BLQ-ARQUIVO (MEN-QTDE-BLOQ).
001500 0520-GUARDAR-PASSO-EXIT.
001500     EXIT.
001500
001510*=========================================================
001520* PRONTIDAO DO FECHAMENTO: REJORDER SEM RETRABALHO ABERTO,
001530* HELDTRX SEM RETIDAS DO PERIODO E COBRANCA SEM BOLETO
002790     EXIT.
002800
002810 2000-EXECUTAR-JOB.
002812*    PASSO QUE DEPENDE DE ARQUIVO DE ENTRADA FALTANDO OU
002812*    RECUSADO NAO RODA E SEGURA O FECHAMENTO DO PERIODO
002812     PERFORM 2050-CONFERIR-BLOQUEIO
002812         THRU 2050-CONFERIR-BLOQUEIO-EXIT.
002812     IF MEN-PASSO-BLOQUEADO
002812         SET MEN-HOUVE-PASSO-PULADO TO TRUE
002812         MOVE SPACES TO MEN-REPORT-LINE
002812         STRING 'PASSO ' MEN-JOB-PROGRAMA (MEN-INDICE)
002812                ' - PULADO, ARQUIVO ' MEN-ARQ-BLOQUEIO
002812                ' FALTANDO OU RECUSADO'
002812             DELIMITED BY SIZE INTO MEN-REPORT-LINE
002812         WRITE MEN-REPORT-LINE
002812         DISPLAY '>>> PASSO PULADO - ARQUIVO DE ENTRADA '
002812             MEN-ARQ-BLOQUEIO ' FALTANDO OU RECUSADO: '
002812             MEN-JOB-NOME (MEN-INDICE)
002812         GO TO 2000-EXECUTAR-JOB-EXIT.
002820     MOVE MEN-JOB-NOME (MEN-INDICE)     TO LGR-JOB.
002830     MOVE MEN-JOB-PROGRAMA (MEN-INDICE) TO LGR-PROGRAMA.
002840     MOVE MEN-DATASISTEMA TO LGR-DATA-EXECUCAO.
003090 2000-EXECUTAR-JOB-EXIT.
003100     EXIT.

003100 2050-CONFERIR-BLOQUEIO.
003100     MOVE 'N' TO MEN-SW-BLOQUEADO.
003100     PERFORM 2060-COMPARAR-BLOQUEIO
003100         THRU 2060-COMPARAR-BLOQUEIO-EXIT
003100         VARYING MEN-SUB-BLOQ FROM 1 BY 1
003100         UNTIL MEN-SUB-BLOQ > MEN-QTDE-BLOQ
003100            OR MEN-PASSO-BLOQUEADO.
003100 2050-CONFERIR-BLOQUEIO-EXIT.
003100     EXIT.

003100 2060-COMPARAR-BLOQUEIO.
003100     IF MEN-BLQ-PROGRAMA (MEN-SUB-BLOQ) =
003100             MEN-JOB-PROGRAMA (MEN-INDICE)
003100         SET MEN-PASSO-BLOQUEADO TO TRUE
003100         MOVE MEN-BLQ-ARQUIVO (MEN-SUB-BLOQ) TO MEN-ARQ-BLOQUEIO
003100     END-IF.
003100 2060-COMPARAR-BLOQUEIO-EXIT.
003100     EXIT.

003110 2100-CONFERIR-FOLHA.
003111     MOVE 'N' TO MEN-SW-FOLHA.
003112     MOVE '00' TO MEN-FOLAPRV-STATUS.
