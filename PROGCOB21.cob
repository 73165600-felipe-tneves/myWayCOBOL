000288*                NO FIM - AS OPCOES DE ATUALIZACAO DO MENU
000288*                (PROGCOB19) RECUSAM MEXER NOS MESTRES COM A
000288*                TRAVA LIGADA.
000288* 05/10/2026 FT  INCLUIDO O PAGAMENTO DE FERIAS (PROGCOB81)
000288*                DEPOIS DO REAJUSTE E ANTES DO FRETE, NA MESMA
000288*                POSICAO DO NOVO STEP025 DA BATNOITE. OS
000288*                PASSOS DE NEGOCIO DO CATCH-UP PASSAM A SER AS
000288*                POSICOES 3 A 6 DA TABELA (O PAGAMENTO USA A
000288*                DATA DE NEGOCIO DO BUSIDATE).
000288* 15/10/2026 FT  CONTROLE DE CHEGADA DOS ARQUIVOS DE ENTRADA:
000288*                DEPOIS DA INTEGRIDADE, O PROGCB124 CONFERE OS
000288*                ARQUIVOS DO ARQESPER. RC 16 (ARQUIVO COM ACAO
000288*                'P' FALTANDO OU RECUSADO) PARA A CADEIA; OS
000288*                PASSOS LISTADOS NO ARQBLOQ SAO PULADOS (COM
000288*                ANUNCIO NO CONSOLE, SEM LINHA NO LEDGER) E O
000288*                RESTO DA CADEIA RODA.
000288* 15/10/2026 FT  TABELA VOLTA A ESPELHAR A BATNOITE: INCLUIDOS
000288*                O ADIANTAMENTO QUINZENAL (PROGCOB90), OS
000288*                EVENTOS TRABALHISTAS (PROGCOB85), OS
000288*                DOCUMENTOS DAS TRANSPORTADORAS (PROGCOB94) E
000288*                A COBERTURA DAS TAXAS (PROGCOB95) ANTES DO
000288*                FRETE; AS COTACOES NAO CONVERTIDAS (PROGCOB93),
000288*                OS PEDIDOS ATRASADOS (PROGCOB28) E O RETORNO A
000288*                VENDAS (PROGCOB96) DEPOIS DELE; A INTEGRIDADE
000288*                REFERENCIAL (PROGCB115) ANTES DO RESUMO E O
000288*                ARQUIVAMENTO DOS RELATORIOS (PROGCB116) NO FIM.
000288*                OS PASSOS DE NEGOCIO DO CATCH-UP PASSAM A SER
000288*                AS POSICOES 3 A 13 DA TABELA.
000288* 15/10/2026 FT  EVENTOS TRABALHISTAS (PROGCOB85) E RETORNO A
000288*                VENDAS (PROGCOB96) PASSAM PARA DEPOIS DOS
000288*                PEDIDOS ATRASADOS E SAEM DO CATCH-UP (AGORA
000288*                POSICOES 3 A 11): OS DOIS ABREM O ARQUIVO DE
000288*                ENVIO (ESOCREM/STATVEND) EM OUTPUT, E CADA DIA
000288*                RECUPERADO APAGAVA O ANTERIOR, JA MARCADO COMO
000288*                ENVIADO NO ESOCCTL/STATCTL. NA RODADA NORMAL
000288*                ELES PEGAM TAMBEM O MOVIMENTO DOS DIAS
000288*                RECUPERADOS.
000290***********************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000393     SELECT BATCH-LOCK ASSIGN TO 'BATLOCK'
000394         ORGANIZATION IS LINE SEQUENTIAL
000395         FILE STATUS IS ORQ-BATLOCK-STATUS.
000395     SELECT BLOCKED-FILES ASSIGN TO 'ARQBLOQ'
000395         ORGANIZATION IS LINE SEQUENTIAL
000395         FILE STATUS IS ORQ-ARQBLOQ-STATUS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  RUN-LEDGER.
000428     COPY BUSIDATE.
000429 FD  BATCH-LOCK.
000429     COPY BATLOCK.
000429 FD  BLOCKED-FILES.
000429     COPY ARQCHEG.
000430 WORKING-STORAGE SECTION.
000440 77  ORQ-LEDGER-STATUS   PIC X(02) VALUE '00'.
000442 77  ORQ-PENDDIAS-STATUS PIC X(02) VALUE '00'.
000444 77  ORQ-BATLOCK-STATUS  PIC X(02) VALUE '00'.
000444 77  ORQ-TRAVA           PIC X(01) VALUE 'L'.
000444 77  ORQ-MODO-INTEG      PIC X(01) VALUE SPACES.
000444 77  ORQ-ARQBLOQ-STATUS  PIC X(02) VALUE '00'.
000444     88  ORQ-ARQBLOQ-EOF     VALUE '10'.
000444*    PASSOS BLOQUEADOS PELO CONTROLE DE CHEGADA (ARQBLOQ)
000444 77  ORQ-QTDE-BLOQ       PIC 9(02) COMP VALUE ZEROS.
000444 77  ORQ-SUB-BLOQ        PIC 9(02) COMP VALUE ZEROS.
000444 77  ORQ-SUB-PASSO       PIC 9(01) COMP VALUE ZEROS.
000444 01  ORQ-TABELA-BLOQUEIOS.
000444     05  ORQ-BLOQUEIO OCCURS 30 TIMES.
000444         10  ORQ-BLQ-PROGRAMA    PIC X(09).
000444         10  ORQ-BLQ-ARQUIVO     PIC X(08).
000444 77  ORQ-SW-BLOQUEADO    PIC X(01) VALUE 'N'.
000444     88  ORQ-JOB-BLOQUEADO   VALUE 'S'.
000444 77  ORQ-ARQ-BLOQUEIO    PIC X(08) VALUE SPACES.
000444 77  ORQ-LEDGER-IN-STATUS PIC X(02) VALUE '00'.
000444     88  ORQ-LEDGER-IN-EOF   VALUE '10'.
000444 77  ORQ-SUB-JOB         PIC 9(02) COMP VALUE ZEROS.
000444 01  ORQ-FEITOS-HOJE     PIC X(16) VALUE 'NNNNNNNNNNNNNNNN'.
000444 01  ORQ-FEITOS-R REDEFINES ORQ-FEITOS-HOJE.
000444     05  ORQ-JOB-FEITO OCCURS 16 TIMES PIC X(01).
000445 77  ORQ-DATASISTEMA     PIC 9(08) VALUE ZEROS.
000446 77  ORQ-DATA-NEGOCIO    PIC 9(08) VALUE ZEROS.
000447 77  ORQ-QTDE-PENDENTES  PIC 9(02) COMP VALUE ZEROS.
000500     05  FILLER.
000510         10  FILLER PIC X(20) VALUE 'REAJUSTE TEMPO CASA'.
000520         10  FILLER PIC X(09) VALUE 'PROGCOB15'.
000525     05  FILLER.
000526         10  FILLER PIC X(20) VALUE 'PAGAMENTO DE FERIAS'.
000527         10  FILLER PIC X(09) VALUE 'PROGCOB81'.
000527     05  FILLER.
000527         10  FILLER PIC X(20) VALUE 'ADIANTAMENTO QUINZ.'.
000527         10  FILLER PIC X(09) VALUE 'PROGCOB90'.
000527     05  FILLER.
000527         10  FILLER PIC X(20) VALUE 'DOCUMENTOS TRANSP.'.
000527         10  FILLER PIC X(09) VALUE 'PROGCOB94'.
000527     05  FILLER.
000527         10  FILLER PIC X(20) VALUE 'COBERTURA DE TAXAS'.
000527         10  FILLER PIC X(09) VALUE 'PROGCOB95'.
000530     05  FILLER.
000540         10  FILLER PIC X(20) VALUE 'CALCULO DE FRETE'.
000550         10  FILLER PIC X(09) VALUE 'PROGCOB13'.
000550     05  FILLER.
000550         10  FILLER PIC X(20) VALUE 'COTACOES NAO CONVERT'.
000550         10  FILLER PIC X(09) VALUE 'PROGCOB93'.
000550     05  FILLER.
000550         10  FILLER PIC X(20) VALUE 'PEDIDOS ATRASADOS'.
000550         10  FILLER PIC X(09) VALUE 'PROGCOB28'.
000550*    EVENTOS E RETORNO A VENDAS REGRAVAM O ARQUIVO DE ENVIO A
000550*    CADA CHAMADA: FICAM FORA DO CATCH-UP (SO RODADA NORMAL)
000550     05  FILLER.
000550         10  FILLER PIC X(20) VALUE 'EVENTOS TRABALHISTAS'.
000550         10  FILLER PIC X(09) VALUE 'PROGCOB85'.
000550     05  FILLER.
000550         10  FILLER PIC X(20) VALUE 'RETORNO A VENDAS'.
000550         10  FILLER PIC X(09) VALUE 'PROGCOB96'.
000550     05  FILLER.
000550         10  FILLER PIC X(20) VALUE 'INTEGRIDADE REFERENC'.
000550         10  FILLER PIC X(09) VALUE 'PROGCB115'.
000552     05  FILLER.
000554         10  FILLER PIC X(20) VALUE 'RESUMO DE OPERACOES'.
000556         10  FILLER PIC X(09) VALUE 'PROGCOB44'.
000556     05  FILLER.
000556         10  FILLER PIC X(20) VALUE 'ARQUIVO RELATORIOS'.
000556         10  FILLER PIC X(09) VALUE 'PROGCB116'.
000560 01  ORQ-JOBS REDEFINES ORQ-TABELA-JOBS.
000570     05  ORQ-JOB-LINHA OCCURS 16 TIMES.
000580         10  ORQ-JOB-NOME        PIC X(20).
000590         10  ORQ-JOB-PROGRAMA    PIC X(09).
000595 77  ORQ-JOB-DIA-UTIL    PIC 9(02) COMP VALUE 2.
000628         STOP RUN.
000628     CANCEL 'PROGCOB73'.
000628     MOVE ZEROS TO RETURN-CODE.
000628     CALL 'PROGCB124'.
000628     IF RETURN-CODE = 16
000628         DISPLAY 'ARQUIVO DE ENTRADA OBRIGATORIO FALTANDO OU '
000628             'RECUSADO - CADEIA NAO EXECUTADA (VER ARQCHEG)'
000628         CANCEL 'PROGCB124'
000628         STOP RUN.
000628     CANCEL 'PROGCB124'.
000628     MOVE ZEROS TO RETURN-CODE.
000628     PERFORM 0950-CARREGAR-BLOQUEIOS
000628         THRU 0950-CARREGAR-BLOQUEIOS-EXIT.
000629     MOVE 'T' TO ORQ-TRAVA.
000629     PERFORM 0900-GRAVAR-TRAVA THRU 0900-GRAVAR-TRAVA-EXIT.
000630     OPEN EXTEND RUN-LEDGER.
000638     MOVE 'S' TO ORQ-SW-DIA-UTIL.
000640     PERFORM 1000-EXECUTAR-JOB THRU 1000-EXECUTAR-JOB-EXIT
000650         VARYING ORQ-INDICE FROM 1 BY 1
000660         UNTIL ORQ-INDICE > 16 OR ORQ-DIA-NAO-UTIL.
000662     IF ORQ-DIA-NAO-UTIL
000663         PERFORM 2000-ANOTAR-PENDENCIA
000664             THRU 2000-ANOTAR-PENDENCIA-EXIT
000708         DISPLAY '>>> JOB JA EXECUTADO HOJE COM RC 0 - '
000709             'PULADO: ' ORQ-JOB-NOME (ORQ-INDICE)
000709         GO TO 1000-EXECUTAR-JOB-EXIT.
000709*    PASSO QUE DEPENDE DE ARQUIVO DE ENTRADA FALTANDO OU
000709*    RECUSADO NAO RODA; O RESUMO DA MANHA MOSTRA O ARQUIVO
000709     PERFORM 1050-CONFERIR-BLOQUEIO
000709         THRU 1050-CONFERIR-BLOQUEIO-EXIT.
000709     IF ORQ-JOB-BLOQUEADO
000709         DISPLAY '>>> JOB PULADO - ARQUIVO DE ENTRADA '
000709             ORQ-ARQ-BLOQUEIO ' FALTANDO OU RECUSADO: '
000709             ORQ-JOB-NOME (ORQ-INDICE)
000709         GO TO 1000-EXECUTAR-JOB-EXIT.
000710     MOVE ORQ-JOB-NOME (ORQ-INDICE)     TO LGR-JOB.
000720     MOVE ORQ-JOB-PROGRAMA (ORQ-INDICE) TO LGR-PROGRAMA.
000730     IF ORQ-DATA-NEGOCIO = ZEROS
000820 1000-EXECUTAR-JOB-EXIT.
000830     EXIT.

000830 1050-CONFERIR-BLOQUEIO.
000830     MOVE 'N' TO ORQ-SW-BLOQUEADO.
000830     PERFORM 1060-COMPARAR-BLOQUEIO
000830         THRU 1060-COMPARAR-BLOQUEIO-EXIT
000830         VARYING ORQ-SUB-BLOQ FROM 1 BY 1
000830         UNTIL ORQ-SUB-BLOQ > ORQ-QTDE-BLOQ OR ORQ-JOB-BLOQUEADO.
000830 1050-CONFERIR-BLOQUEIO-EXIT.
000830     EXIT.

000830 1060-COMPARAR-BLOQUEIO.
000830     IF ORQ-BLQ-PROGRAMA (ORQ-SUB-BLOQ) =
000830             ORQ-JOB-PROGRAMA (ORQ-INDICE)
000830         SET ORQ-JOB-BLOQUEADO TO TRUE
000830         MOVE ORQ-BLQ-ARQUIVO (ORQ-SUB-BLOQ) TO ORQ-ARQ-BLOQUEIO
000830     END-IF.
000830 1060-COMPARAR-BLOQUEIO-EXIT.
000830     EXIT.

000840*=========================================================
000841* DIA NAO UTIL: A DATA ENTRA NO CONTROLE DE PENDENCIAS
000842*=========================================================

000857*=========================================================
000858* DIA UTIL: RECUPERA CADA DATA PENDENTE EM ORDEM, RODANDO
000859* OS PASSOS DE NEGOCIO (POSICOES 3 A 11) COM A DATA DE
000860* NEGOCIO NO BUSIDATE, E LIMPA O BACKLOG
000861*=========================================================
000862 3000-RECUPERAR-PENDENCIAS.
000899         THRU 0800-GRAVAR-BUSIDATE-EXIT.
000900     PERFORM 1000-EXECUTAR-JOB THRU 1000-EXECUTAR-JOB-EXIT
000901         VARYING ORQ-INDICE FROM 3 BY 1
000902         UNTIL ORQ-INDICE > 11.
000903     ADD 1 TO ORQ-SUB-PEN.
000904 3200-RECUPERAR-UM-DIA-EXIT.
000905     EXIT.
000904             AND LGR-RETURN-CODE = ZEROS
000904         MOVE 1 TO ORQ-SUB-JOB
000904         PERFORM 0720-MARCAR-JOB THRU 0720-MARCAR-JOB-EXIT
000904             UNTIL ORQ-SUB-JOB > 16
000904     END-IF.
000904     READ RUN-LEDGER
000904         AT END MOVE '10' TO ORQ-LEDGER-IN-STATUS
000910     CLOSE BUSINESS-DATE-FILE.
000911 0800-GRAVAR-BUSIDATE-EXIT.
000912     EXIT.

000912*=========================================================
000912* PASSOS BLOQUEADOS PELO CONTROLE DE CHEGADA (PROGCB124):
000912* CADA LINHA DO ARQBLOQ TRAZ O ARQUIVO E ATE TRES PASSOS
000912*=========================================================
000912 0950-CARREGAR-BLOQUEIOS.
000912     MOVE ZEROS TO ORQ-QTDE-BLOQ.
000912     OPEN INPUT BLOCKED-FILES.
000912     IF ORQ-ARQBLOQ-STATUS NOT = '00'
000912         DISPLAY 'ARQBLOQ INDISPONIVEL - STATUS '
000912             ORQ-ARQBLOQ-STATUS ' - NENHUM PASSO BLOQUEADO'
000912         GO TO 0950-CARREGAR-BLOQUEIOS-EXIT.
000912     PERFORM 0960-LER-BLOQUEIO THRU 0960-LER-BLOQUEIO-EXIT
000912         UNTIL ORQ-ARQBLOQ-EOF.
000912     CLOSE BLOCKED-FILES.
000912 0950-CARREGAR-BLOQUEIOS-EXIT.
000912     EXIT.

000912 0960-LER-BLOQUEIO.
000912     READ BLOCKED-FILES
000912         AT END
000912             GO TO 0960-LER-BLOQUEIO-EXIT
000912     END-READ.
000912     PERFORM 0970-GUARDAR-PASSO THRU 0970-GUARDAR-PASSO-EXIT
000912         VARYING ORQ-SUB-PASSO FROM 1 BY 1
000912         UNTIL ORQ-SUB-PASSO > 3.
000912 0960-LER-BLOQUEIO-EXIT.
000912     EXIT.

000912 0970-GUARDAR-PASSO.
000912     IF ACH-PASSO (ORQ-SUB-PASSO) = SPACES
000912        OR ORQ-QTDE-BLOQ NOT < 30
000912         GO TO 0970-GUARDAR-PASSO-EXIT.
000912     ADD 1 TO ORQ-QTDE-BLOQ.
000912     MOVE ACH-PASSO (ORQ-SUB-PASSO)
000912         TO ORQ-BLQ-PROGRAMA (ORQ-QTDE-BLOQ).
000912     MOVE ACH-ARQUIVO TO ORQ-BLQ-ARQUIVO (ORQ-QTDE-BLOQ).
000912 0970-GUARDAR-PASSO-EXIT.
000912     EXIT.
