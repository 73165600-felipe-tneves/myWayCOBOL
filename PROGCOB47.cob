000259*                E ENCERRADA CARREGANDO A VIGENCIA FIM NA
000259*                CARGA ANUAL). AUDITORIA NA RATECHG COMO AS
000259*                DEMAIS TABELAS.
000259* 15/10/2026 FT  INCLUIDA A OPCAO 0 - ORCAMENTO DE FRETE POR
000259*                EMPRESA/UF/MES (ARQUIVO ORCFRT, EMPRESA
000259*                CONFERIDA NO COMPMAST) E A TOLERANCIA DO
000259*                ORCADO X REALIZADO (PARAMETRO UNICO ORCPARM),
000259*                AMBOS PELO DUPLO CONTROLE COMO AS DEMAIS.
000260***********************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000636     SELECT IRRF-TABLE ASSIGN TO 'IRRFTAB'
000637         ORGANIZATION IS LINE SEQUENTIAL
000638         FILE STATUS IS MNT-IRRFTAB-STATUS.
000639     SELECT FREIGHT-BUDGET ASSIGN TO 'ORCFRT'
000639         ORGANIZATION IS INDEXED
000639         ACCESS MODE IS DYNAMIC
000639         RECORD KEY IS ORC-CHAVE
000639         FILE STATUS IS MNT-ORCFRT-STATUS.
000639     SELECT BUDGET-PARAM ASSIGN TO 'ORCPARM'
000639         ORGANIZATION IS LINE SEQUENTIAL
000639         FILE STATUS IS MNT-ORCPARM-STATUS.
000639     SELECT COMPANY-MASTER ASSIGN TO 'COMPMAST'
000639         ORGANIZATION IS INDEXED
000639         ACCESS MODE IS RANDOM
000639         RECORD KEY IS CIA-CODIGO
000639         FILE STATUS IS MNT-COMPMAST-STATUS.
000639     SELECT PENDING-CHANGES ASSIGN TO 'PENDCHG'
000639         ORGANIZATION IS INDEXED
000639         ACCESS MODE IS DYNAMIC
000824     COPY INSSTAB.
000826 FD  IRRF-TABLE.
000828     COPY IRRFTAB.
000828 FD  FREIGHT-BUDGET.
000828     COPY ORCFRT.
000828 FD  BUDGET-PARAM.
000828     COPY ORCPARM.
000828 FD  COMPANY-MASTER.
000828     COPY COMPMST.
000829 FD  PENDING-CHANGES.
000829     COPY PENDCHG.
000830 FD  RATE-CHANGE-AUDIT.
000964     05  MNT-IRRFTAB-STATUS   PIC X(02) VALUE '00'.
000965         88  MNT-IRRFTAB-EOF      VALUE '10'.
000966     05  MNT-SUB-TABELA       PIC 9(01) VALUE ZEROS.
000966     05  MNT-ORCFRT-STATUS    PIC X(02) VALUE '00'.
000966     05  MNT-ORCPARM-STATUS   PIC X(02) VALUE '00'.
000966     05  MNT-COMPMAST-STATUS  PIC X(02) VALUE '00'.
000967     05  MNT-PENDCHG-STATUS   PIC X(02) VALUE '00'.
000968     05  MNT-PROX-PEND        PIC 9(06) VALUE ZEROS.
000968     05  MNT-SW-PEND-FIM      PIC X(01) VALUE 'N'.
001220     05  MNT-ALIQUOTA         PIC 9V9999 VALUE ZEROS.
001230     05  MNT-TAXA             PIC 9(04)V9999 VALUE ZEROS.
001240     05  MNT-VALOR            PIC 9(04)V99 VALUE ZEROS.
001240     05  MNT-PERCENTUAL       PIC 9(03)V99 VALUE ZEROS.
001250     05  MNT-NOTA             PIC 9(02) VALUE ZEROS.
001260
001270 01  MNT-AREA-AUDITORIA.
001580     DISPLAY '6 - TAXA DE CERCAMENTO (FENCRATE)'.
001590     DISPLAY '7 - TAXA DE ALUGUEL M2 (RENTRATE)'.
001595     DISPLAY '8 - FAIXAS DE INSS/IRRF COM VIGENCIA'.
001595     DISPLAY '0 - ORCAMENTO DE FRETE (ORCFRT/ORCPARM)'.
001600     DISPLAY '9 - SAIR'.
001610     DISPLAY 'TABELA: '.
001620     ACCEPT MNT-TABELA.
001630     IF MNT-TABELA-SAIR
001640         GO TO 1000-PROCESSAR-MENU-EXIT.
001640     IF MNT-TABELA = 0
001640         PERFORM 8700-MANTER-ORCAMENTO
001640             THRU 8700-MANTER-ORCAMENTO-EXIT
001640         GO TO 1000-PROCESSAR-MENU-EXIT.
001650     IF MNT-TABELA < 1 OR MNT-TABELA > 8
001660         DISPLAY 'TABELA INVALIDA - REDIGITE'
001670         GO TO 1000-PROCESSAR-MENU-EXIT.
009472         THRU 9400-GRAVAR-PENDENTE-EXIT.
009472 8540-INCLUIR-IRRF-EXIT.
009472     EXIT.
009472
009472*=========================================================
009472* ORCAMENTO DE FRETE: 1 = VALORES POR EMPRESA/UF/MES
009472* (ORCFRT), 2 = TOLERANCIA DA VARIACAO (ORCPARM, REGISTRO
009472* UNICO) - AMBOS VIRAM PENDENTE PARA O APROVADOR
009472*=========================================================
009472 8700-MANTER-ORCAMENTO.
009472     DISPLAY 'TABELA (1=ORCAMENTO 2=TOLERANCIA): '.
009472     ACCEPT MNT-SUB-TABELA.
009472     IF MNT-SUB-TABELA NOT = 1 AND MNT-SUB-TABELA NOT = 2
009472         DISPLAY 'TABELA INVALIDA - REDIGITE'
009472         GO TO 8700-MANTER-ORCAMENTO-EXIT.
009472     IF MNT-SUB-TABELA = 2
009472         PERFORM 8800-MANTER-TOLERANCIA
009472             THRU 8800-MANTER-TOLERANCIA-EXIT
009472         GO TO 8700-MANTER-ORCAMENTO-EXIT.
009472     DISPLAY 'ACAO (L=LISTAR I=INCLUIR A=ALTERAR E=EXCLUIR): '.
009472     ACCEPT MNT-ACAO.
009472     IF NOT MNT-ACAO-VALIDA
009472         DISPLAY 'ACAO INVALIDA - REDIGITE'
009472         GO TO 8700-MANTER-ORCAMENTO-EXIT.
009472     OPEN I-O FREIGHT-BUDGET.
009472     IF MNT-ORCFRT-STATUS = '35'
009472         OPEN OUTPUT FREIGHT-BUDGET
009472         CLOSE FREIGHT-BUDGET
009472         OPEN I-O FREIGHT-BUDGET
009472     END-IF.
009472     IF MNT-ORCFRT-STATUS NOT = '00'
009472         DISPLAY 'ORCFRT INDISPONIVEL - STATUS '
009472             MNT-ORCFRT-STATUS
009472         GO TO 8700-MANTER-ORCAMENTO-EXIT.
009472     EVALUATE TRUE
009472         WHEN MNT-ACAO-LISTAR
009472             MOVE LOW-VALUES TO ORC-CHAVE
009472             START FREIGHT-BUDGET KEY NOT < ORC-CHAVE
009472                 INVALID KEY CONTINUE
009472             END-START
009472             MOVE '00' TO MNT-ARQ-STATUS
009472             PERFORM 8710-LISTAR-ORCAMENTO
009472                 THRU 8710-LISTAR-ORCAMENTO-EXIT
009472                 UNTIL MNT-ARQ-EOF
009472         WHEN OTHER
009472             PERFORM 8720-EDITAR-ORCAMENTO
009472                 THRU 8720-EDITAR-ORCAMENTO-EXIT
009472     END-EVALUATE.
009472     CLOSE FREIGHT-BUDGET.
009472 8700-MANTER-ORCAMENTO-EXIT.
009472     EXIT.
009472
009472 8710-LISTAR-ORCAMENTO.
009472     READ FREIGHT-BUDGET NEXT RECORD
009472         AT END MOVE '10' TO MNT-ARQ-STATUS
009472     END-READ.
009472     IF NOT MNT-ARQ-EOF
009472         DISPLAY 'EMP ' ORC-EMPRESA ' UF ' ORC-UF ' '
009472             ORC-ANO '/' ORC-MES ' FRETE ' ORC-FRETE-BRL
009472             ' ICMS ' ORC-ICMS
009472     END-IF.
009472 8710-LISTAR-ORCAMENTO-EXIT.
009472     EXIT.
009472
009472 8720-EDITAR-ORCAMENTO.
009472     DISPLAY 'EMPRESA: '.
009472     ACCEPT ORC-EMPRESA.
009472     PERFORM 8730-CONFERIR-EMPRESA
009472         THRU 8730-CONFERIR-EMPRESA-EXIT.
009472     IF NOT MNT-REGISTRO-ACHADO
009472         GO TO 8720-EDITAR-ORCAMENTO-EXIT.
009472     DISPLAY 'UF: '.
009472     ACCEPT ORC-UF.
009472     IF ORC-UF = SPACES
009472         DISPLAY 'UF INVALIDA'
009472         GO TO 8720-EDITAR-ORCAMENTO-EXIT.
009472     DISPLAY 'ANO (AAAA): '.
009472     ACCEPT ORC-ANO.
009472     DISPLAY 'MES (1 A 12): '.
009472     ACCEPT ORC-MES.
009472     IF ORC-ANO < 2000 OR ORC-ANO > 2099 OR NOT ORC-MES-VALIDO
009472         DISPLAY 'ANO/MES INVALIDO'
009472         GO TO 8720-EDITAR-ORCAMENTO-EXIT.
009472     MOVE 'N' TO MNT-SW-ACHOU.
009472     READ FREIGHT-BUDGET
009472         INVALID KEY
009472             CONTINUE
009472         NOT INVALID KEY
009472             SET MNT-REGISTRO-ACHADO TO TRUE
009472     END-READ.
009472     MOVE 'ORCFRT' TO MNT-AUD-TABELA.
009472     MOVE ORC-CHAVE TO MNT-AUD-CHAVE.
009472     EVALUATE TRUE
009472         WHEN MNT-ACAO-EXCLUIR
009472             IF NOT MNT-REGISTRO-ACHADO
009472                 DISPLAY 'ORCAMENTO NAO CADASTRADO'
009472                 GO TO 8720-EDITAR-ORCAMENTO-EXIT
009472             END-IF
009472             MOVE ORC-RECORD TO MNT-AUD-ANTIGO
009472             MOVE SPACES TO MNT-AUD-NOVO
009472             MOVE 'E' TO MNT-AUD-OPERACAO
009472             PERFORM 9400-GRAVAR-PENDENTE
009472                 THRU 9400-GRAVAR-PENDENTE-EXIT
009472         WHEN OTHER
009472             IF MNT-ACAO-INCLUIR AND MNT-REGISTRO-ACHADO
009472                 DISPLAY 'ORCAMENTO JA CADASTRADO - USE ALTERAR'
009472                 GO TO 8720-EDITAR-ORCAMENTO-EXIT
009472             END-IF
009472             IF MNT-ACAO-ALTERAR AND NOT MNT-REGISTRO-ACHADO
009472                 DISPLAY 'ORCAMENTO NAO CADASTRADO - USE INCLUIR'
009472                 GO TO 8720-EDITAR-ORCAMENTO-EXIT
009472             END-IF
009472             MOVE SPACES TO MNT-AUD-ANTIGO
009472             IF MNT-REGISTRO-ACHADO
009472                 MOVE ORC-RECORD TO MNT-AUD-ANTIGO
009472             END-IF
009472             DISPLAY 'FRETE ORCADO NO MES (BRL): '
009472             ACCEPT ORC-FRETE-BRL
009472             DISPLAY 'ICMS ORCADO NO MES (BRL): '
009472             ACCEPT ORC-ICMS
009472             IF ORC-FRETE-BRL = ZEROS AND ORC-ICMS = ZEROS
009472                 DISPLAY 'ORCAMENTO ZERADO NAO E ACEITO - USE '
009472                     'EXCLUIR'
009472                 GO TO 8720-EDITAR-ORCAMENTO-EXIT
009472             END-IF
009472             MOVE ORC-RECORD TO MNT-AUD-NOVO
009472             IF MNT-ACAO-INCLUIR
009472                 MOVE 'I' TO MNT-AUD-OPERACAO
009472             ELSE
009472                 MOVE 'A' TO MNT-AUD-OPERACAO
009472             END-IF
009472             PERFORM 9400-GRAVAR-PENDENTE
009472                 THRU 9400-GRAVAR-PENDENTE-EXIT
009472     END-EVALUATE.
009472 8720-EDITAR-ORCAMENTO-EXIT.
009472     EXIT.
009472
009472*    EMPRESA TEM DE EXISTIR NO CADASTRO DE EMPRESAS; SEM O
009472*    CADASTRO, ACEITA QUALQUER CODIGO DIFERENTE DE ZERO
009472 8730-CONFERIR-EMPRESA.
009472     MOVE 'N' TO MNT-SW-ACHOU.
009472     IF ORC-EMPRESA = ZEROS
009472         DISPLAY 'EMPRESA INVALIDA'
009472         GO TO 8730-CONFERIR-EMPRESA-EXIT.
009472     OPEN INPUT COMPANY-MASTER.
009472     IF MNT-COMPMAST-STATUS NOT = '00'
009472         SET MNT-REGISTRO-ACHADO TO TRUE
009472         GO TO 8730-CONFERIR-EMPRESA-EXIT.
009472     MOVE ORC-EMPRESA TO CIA-CODIGO.
009472     READ COMPANY-MASTER
009472         INVALID KEY
009472             DISPLAY 'EMPRESA NAO CADASTRADA NO COMPMAST'
009472         NOT INVALID KEY
009472             DISPLAY 'EMPRESA: ' CIA-NOME
009472             SET MNT-REGISTRO-ACHADO TO TRUE
009472     END-READ.
009472     CLOSE COMPANY-MASTER.
009472 8730-CONFERIR-EMPRESA-EXIT.
009472     EXIT.
009472
009472 8800-MANTER-TOLERANCIA.
009472     MOVE ZEROS TO ORP-TOLERANCIA-PCT.
009472     OPEN INPUT BUDGET-PARAM.
009472     IF MNT-ORCPARM-STATUS = '00'
009472         READ BUDGET-PARAM
009472             AT END CONTINUE
009472         END-READ
009472         CLOSE BUDGET-PARAM
009472     END-IF.
009472     DISPLAY 'TOLERANCIA ATUAL (PCT, 0 = PADRAO 10): '
009472         ORP-TOLERANCIA-PCT.
009472     MOVE ORP-PARAM-RECORD TO MNT-AUD-ANTIGO.
009472     DISPLAY 'NOVA TOLERANCIA EM PCT (0 = CANCELA): '.
009472     ACCEPT MNT-PERCENTUAL.
009472     IF MNT-PERCENTUAL = ZEROS
009472         DISPLAY 'ALTERACAO CANCELADA'
009472         GO TO 8800-MANTER-TOLERANCIA-EXIT.
009472     MOVE MNT-PERCENTUAL TO ORP-TOLERANCIA-PCT.
009472     MOVE 'ORCPARM' TO MNT-AUD-TABELA.
009472     MOVE SPACES TO MNT-AUD-CHAVE.
009472     MOVE ORP-PARAM-RECORD TO MNT-AUD-NOVO.
009472     MOVE 'A' TO MNT-AUD-OPERACAO.
009472     PERFORM 9400-GRAVAR-PENDENTE
009472         THRU 9400-GRAVAR-PENDENTE-EXIT.
009472 8800-MANTER-TOLERANCIA-EXIT.
009472     EXIT.
009480
009481*=========================================================
009482* GRAVA A ALTERACAO COMO PENDENTE DE APROVACAO (PENDCHG):
