000220* -----------------------------------------------------
000230* HISTORICO DE ALTERACOES
000240* 01/09/2026 FT  PROGRAMA CRIADO.
000240* 15/10/2026 FT  ALTERACAO DA UFRATE CONFERIDA PELA VIGCHK ANTES
000240*                DA APROVACAO - RECUSA SE AUMENTA SOBREPOSICAO
000240*                OU PERIODO SEM TAXA.
000240* 15/10/2026 FT  APLICA TAMBEM O ORCAMENTO DE FRETE (ORCFRT) E
000240*                A TOLERANCIA DO ORCADO X REALIZADO (ORCPARM).
000250***********************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000710     SELECT IRRF-TABLE ASSIGN TO 'IRRFTAB'
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS APR-ARQ-STATUS.
000730     SELECT FREIGHT-BUDGET ASSIGN TO 'ORCFRT'
000730         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000730         RECORD KEY IS ORC-CHAVE
000730         FILE STATUS IS APR-ARQ-STATUS.
000730     SELECT BUDGET-PARAM ASSIGN TO 'ORCPARM'
000730         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS APR-ARQ-STATUS.
000740     SELECT RATE-CHANGE-AUDIT ASSIGN TO 'RATECHG'
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS APR-RATECHG-STATUS.
000990     COPY INSSTAB.
001000 FD  IRRF-TABLE.
001010     COPY IRRFTAB.
001010 FD  FREIGHT-BUDGET.
001010     COPY ORCFRT.
001010 FD  BUDGET-PARAM.
001010     COPY ORCPARM.
001020 FD  RATE-CHANGE-AUDIT.
001030     COPY RATECHG.
001040 FD  OPERATOR-SESSION.
001200 77  APR-QTDE-APROVADAS  PIC 9(05) COMP VALUE ZEROS.
001210 77  APR-QTDE-REJEITADAS PIC 9(05) COMP VALUE ZEROS.
001220 77  APR-QTDE-PULADAS    PIC 9(05) COMP VALUE ZEROS.
001220 77  APR-SW-VIGENCIA     PIC X(01) VALUE 'N'.
001220     88  APR-VIGENCIA-PIOROU VALUE 'S'.
001220 77  APR-SOBREP-ANTES    PIC 9(03) VALUE ZEROS.
001220 77  APR-LACUNAS-ANTES   PIC 9(03) VALUE ZEROS.
001220 77  APR-VIG-TABELA      PIC X(08) VALUE 'UFRATE'.
001220 77  APR-VIG-TRANSP      PIC X(03) VALUE SPACES.
001220 77  APR-VIG-UF          PIC X(02) VALUE SPACES.
001220 77  APR-VIG-OPERACAO    PIC X(01) VALUE SPACES.
001220 77  APR-VIG-IMAGEM      PIC X(40) VALUE SPACES.
001230 01  APR-AREA-JOURNAL.
001240     05  APR-JRN-ARQUIVO     PIC X(08) VALUE SPACES.
001250     05  APR-JRN-CHAVE       PIC X(10) VALUE SPACES.
001260     05  APR-JRN-OPERACAO    PIC X(01) VALUE SPACES.
001270     05  APR-JRN-PROGRAMA    PIC X(09) VALUE 'PROGCOB72'.
001280     05  APR-JRN-IMAGEM      PIC X(80) VALUE SPACES.
001280     COPY VIGRES.
001290 PROCEDURE DIVISION.
001300
001310 0000-MAINLINE.
002230 1000-TRABALHAR-PENDENTE-EXIT.
002240     EXIT.
002250
002250*=========================================================
002250* CONFERE AS VIGENCIAS DA UF NA UFRATE (ROTINA VIGCHK, A
002250* MESMA DO LOTE DE COBERTURA PROGCOB95) SEM E COM A
002250* ALTERACAO PENDENTE. RECUSA SO SE A ALTERACAO AUMENTA AS
002250* SOBREPOSICOES OU OS PERIODOS SEM TAXA NOS PROXIMOS 90
002250* DIAS - QUEM CORRIGE UMA TABELA JA FALHA PODE APROVAR
002250*=========================================================
002250 1500-CONFERIR-VIGENCIA.
002250     MOVE SPACES TO APR-VIG-OPERACAO APR-VIG-IMAGEM.
002250     IF PCH-EXCLUSAO
002250         MOVE PCH-VALOR-ANTIGO TO APR-VIG-IMAGEM
002250     ELSE
002250         MOVE PCH-VALOR-NOVO TO APR-VIG-IMAGEM
002250     END-IF.
002250     MOVE APR-VIG-IMAGEM (1:2) TO APR-VIG-UF.
002250     CALL 'VIGCHK' USING APR-VIG-TABELA APR-VIG-TRANSP
002250         APR-VIG-UF APR-DATASISTEMA APR-VIG-OPERACAO
002250         APR-VIG-IMAGEM VGR-RESULTADO.
002250     MOVE VGR-QTDE-SOBREPOSICOES TO APR-SOBREP-ANTES.
002250     MOVE VGR-QTDE-LACUNAS TO APR-LACUNAS-ANTES.
002250     MOVE PCH-OPERACAO TO APR-VIG-OPERACAO.
002250     CALL 'VIGCHK' USING APR-VIG-TABELA APR-VIG-TRANSP
002250         APR-VIG-UF APR-DATASISTEMA APR-VIG-OPERACAO
002250         APR-VIG-IMAGEM VGR-RESULTADO.
002250     DISPLAY 'VIGENCIAS DA UF ' APR-VIG-UF ' - SOBREPOSICOES '
002250         APR-SOBREP-ANTES ' -> ' VGR-QTDE-SOBREPOSICOES
002250         '  SEM TAXA ' APR-LACUNAS-ANTES ' -> '
002250         VGR-QTDE-LACUNAS.
002250     IF VGR-QTDE-SOBREPOSICOES > APR-SOBREP-ANTES
002250             OR VGR-QTDE-LACUNAS > APR-LACUNAS-ANTES
002250         SET APR-VIGENCIA-PIOROU TO TRUE
002250         GO TO 1500-CONFERIR-VIGENCIA-EXIT.
002250     IF VGR-QTDE-SOBREPOSICOES > ZERO OR VGR-QTDE-LACUNAS > ZERO
002250         DISPLAY 'ATENCAO: A UF CONTINUA COM SOBREPOSICAO OU '
002250             'PERIODO SEM TAXA (VER RELATORIO COBTAXA)'
002250     END-IF.
002250 1500-CONFERIR-VIGENCIA-EXIT.
002250     EXIT.
002250
002260*=========================================================
002270* APLICA A ALTERACAO APROVADA NA TABELA VIVA: DIARIO
002280* JRNLBEF ANTES (IMAGEM ANTIGA), APLICACAO E TRILHA
002300*=========================================================
002310 2000-APLICAR.
002320     MOVE 'N' TO APR-SW-APLICOU.
002320     MOVE 'N' TO APR-SW-VIGENCIA.
002320     IF PCH-TABELA = 'UFRATE'
002320         PERFORM 1500-CONFERIR-VIGENCIA
002320             THRU 1500-CONFERIR-VIGENCIA-EXIT
002320     END-IF.
002320     IF APR-VIGENCIA-PIOROU
002320         DISPLAY 'ALTERACAO ' PCH-SEQUENCIA ' RECUSADA - PIORA '
002320             'AS VIGENCIAS DA UF, PERMANECE PENDENTE'
002320         ADD 1 TO APR-QTDE-PULADAS
002320         GO TO 2000-APLICAR-EXIT.
002330     MOVE PCH-TABELA TO APR-JRN-ARQUIVO.
002340     MOVE PCH-CHAVE TO APR-JRN-CHAVE.
002350     EVALUATE PCH-OPERACAO
002750         WHEN 'IRRFTAB'
002760             PERFORM 3900-APLICAR-IRRFTAB
002770                 THRU 3900-APLICAR-IRRFTAB-EXIT
002770         WHEN 'ORCFRT'
002770             PERFORM 4000-APLICAR-ORCFRT
002770                 THRU 4000-APLICAR-ORCFRT-EXIT
002770         WHEN 'ORCPARM'
002770             PERFORM 4100-APLICAR-ORCPARM
002770                 THRU 4100-APLICAR-ORCPARM-EXIT
002780         WHEN OTHER
002790             DISPLAY 'TABELA DESCONHECIDA NA PENDENTE: '
002800                 PCH-TABELA
005660 3900-APLICAR-IRRFTAB-EXIT.
005670     EXIT.
005680
005680*=========================================================
005680* ORCAMENTO DE FRETE (INDEXADO) E TOLERANCIA DO ORCADO X
005680* REALIZADO (REGISTRO UNICO)
005680*=========================================================
005680 4000-APLICAR-ORCFRT.
005680     OPEN I-O FREIGHT-BUDGET.
005680     IF APR-ARQ-STATUS = '35' AND PCH-INCLUSAO
005680         OPEN OUTPUT FREIGHT-BUDGET
005680         CLOSE FREIGHT-BUDGET
005680         OPEN I-O FREIGHT-BUDGET
005680     END-IF.
005680     IF APR-ARQ-STATUS NOT = '00'
005680         DISPLAY 'ORCFRT INDISPONIVEL - STATUS ' APR-ARQ-STATUS
005680         GO TO 4000-APLICAR-ORCFRT-EXIT.
005680     EVALUATE PCH-OPERACAO
005680         WHEN 'I'
005680             MOVE PCH-VALOR-NOVO TO ORC-RECORD
005680             WRITE ORC-RECORD
005680                 INVALID KEY
005680                     DISPLAY 'ERRO AO INCLUIR NA TABELA VIVA'
005680                 NOT INVALID KEY
005680                     SET APR-APLICADA TO TRUE
005680             END-WRITE
005680         WHEN 'A'
005680             MOVE PCH-VALOR-NOVO TO ORC-RECORD
005680             REWRITE ORC-RECORD
005680                 INVALID KEY
005680                     DISPLAY 'ERRO AO ALTERAR NA TABELA VIVA'
005680                 NOT INVALID KEY
005680                     SET APR-APLICADA TO TRUE
005680             END-REWRITE
005680         WHEN OTHER
005680             MOVE PCH-VALOR-ANTIGO TO ORC-RECORD
005680             DELETE FREIGHT-BUDGET
005680                 INVALID KEY
005680                     DISPLAY 'ERRO AO EXCLUIR DA TABELA VIVA'
005680                 NOT INVALID KEY
005680                     SET APR-APLICADA TO TRUE
005680             END-DELETE
005680     END-EVALUATE.
005680     CLOSE FREIGHT-BUDGET.
005680 4000-APLICAR-ORCFRT-EXIT.
005680     EXIT.
005680
005680 4100-APLICAR-ORCPARM.
005680     OPEN OUTPUT BUDGET-PARAM.
005680     IF APR-ARQ-STATUS NOT = '00'
005680         DISPLAY 'ORCPARM INDISPONIVEL - STATUS '
005680             APR-ARQ-STATUS
005680         GO TO 4100-APLICAR-ORCPARM-EXIT.
005680     MOVE PCH-VALOR-NOVO TO ORP-PARAM-RECORD.
005680     WRITE ORP-PARAM-RECORD.
005680     CLOSE BUDGET-PARAM.
005680     SET APR-APLICADA TO TRUE.
005680 4100-APLICAR-ORCPARM-EXIT.
005680     EXIT.
005680
005690 9200-GRAVAR-AUDITORIA.
005700     OPEN EXTEND RATE-CHANGE-AUDIT.
005710     IF APR-RATECHG-STATUS = '35'
