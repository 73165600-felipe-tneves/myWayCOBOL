000159*                RECUSADA; SUPERVISOR (NIVEL 3) PODE FORCAR,
000159*                COM O OVERRIDE LOGADO NA TRILHA RATECHG
000159*                COMO O PROGCOB49 LOGA AS REABERTURAS.
000159* 05/10/2026 FT  INCLUIDA A OPCAO 27 - PROGRAMACAO DE FERIAS
000159*                (PROGCOB79), NIVEL MINIMO 2.
000159* 15/10/2026 FT  INCLUIDA A OPCAO 28 - CONTRATOS DE CONSIGNADO
000159*                (PROGCOB83), NIVEL MINIMO 2.
000159* 15/10/2026 FT  INCLUIDA A OPCAO 29 - ADESAO AO VALE-TRANSPORTE
000159*                (PROGCOB88), NIVEL MINIMO 2.
000159* 15/10/2026 FT  INCLUIDA A OPCAO 30 - RENOVACAO DE CONTRATOS
000159*                E LISTA DE ESPERA DOS LOTES (PROGCOB99),
000159*                NIVEL MINIMO 2 (A APROVACAO DA RENOVACAO
000159*                EXIGE NIVEL 3 DENTRO DO PROGRAMA).
000159* 15/10/2026 FT  INCLUIDA A OPCAO 31 - MEDIDORES DE ENERGIA E
000159*                AGUA DOS LOTES (PROGCOB05), NIVEL MINIMO 2.
000159* 15/10/2026 FT  INCLUIDA A OPCAO 32 - ORDENS DE SERVICO DE
000159*                MANUTENCAO DOS LOTES (PROGCB100), NIVEL
000159*                MINIMO 2.
000159* 15/10/2026 FT  INCLUIDA A OPCAO 33 - ACORDO DE PARCELAMENTO
000159*                DE ALUGUEL EM ATRASO (PROGCB102), NIVEL
000159*                MINIMO 2 (DESCONTO APROVADO PELO SUPERVISOR
000159*                NO PROPRIO PROGRAMA).
000159* 15/10/2026 FT  INCLUIDA A OPCAO 34 - BAIXA DE FATURA COMO
000159*                PERDA (PROGCB105), NIVEL MINIMO 2 (BAIXA
000159*                APROVADA PELO SUPERVISOR NO PROPRIO
000159*                PROGRAMA).
000159* 15/10/2026 FT  INCLUIDA A OPCAO 35 - CADASTRO FISCAL DO
000159*                LOCATARIO (PROGCB106), NIVEL MINIMO 2.
000159* 15/10/2026 FT  INCLUIDA A OPCAO 36 - PROFESSORES E TURMAS,
000159*                COM OS PRAZOS DE NOTA (PROGCB108), NIVEL
000159*                MINIMO 2.
000159* 15/10/2026 FT  INCLUIDA A OPCAO 37 - GRADE CURRICULAR E
000159*                VINCULO DO ALUNO AO PROGRAMA (PROGCB110),
000159*                NIVEL MINIMO 2.
000159* 15/10/2026 FT  INCLUIDA A OPCAO 38 - REPOSITORIO DE
000159*                RELATORIOS, CONSULTA E REIMPRESSAO
000159*                (PROGCB117), NIVEL MINIMO 1.
000159* 15/10/2026 FT  INCLUIDA A OPCAO 39 - PROJECAO DE FLUXO DE
000159*                CAIXA (PROGCB118), NIVEL MINIMO 2.
000159* 15/10/2026 FT  INCLUIDA A OPCAO 40 - FILA DA CONCILIACAO
000159*                BANCARIA (PROGCB120), NIVEL MINIMO 2.
000159* 15/10/2026 FT  INCLUIDA A OPCAO 41 - RELATORIO DO TITULAR DE
000159*                DADOS (LGPD) (PROGCB121), NIVEL MINIMO 3.
000159* 15/10/2026 FT  INCLUIDA A OPCAO 42 - AUDITORIA DE ATIVIDADE
000159*                POR USUARIO (PROGCB123), NIVEL MINIMO 3.
000160***********************************************************
000170 ENVIRONMENT DIVISION.
000180 CONFIGURATION SECTION.
000238 77  WRK-OPERSESS-STATUS PIC X(02) VALUE '00'.
000240 77  WRK-OPCAO   PIC 9(02) VALUE ZEROS.
000242     88  WRK-OPCAO-SAIR      VALUE 99.
000244     88  WRK-OPCAO-VALIDA    VALUE 1 THRU 42, 99.
000246 77  WRK-USUARIO         PIC X(08) VALUE SPACES.
000248 77  WRK-SENHA           PIC X(08) VALUE SPACES.
000250 77  WRK-NIVEL           PIC 9(01) VALUE ZEROS.
000259     05  WRK-R-ANO           PIC 9(04).
000259     05  WRK-R-MES           PIC 9(02).
000259     05  WRK-R-DIA           PIC 9(02).
000260*    NIVEL MINIMO DE CADA OPCAO DO MENU (1 A 42)
000262 01  WRK-TABELA-NIVEIS.
000264     05  FILLER PIC X(42)
000264         VALUE '212221221221132332232231222222222222212233'.
000266 01  WRK-NIVEIS REDEFINES WRK-TABELA-NIVEIS.
000268     05  WRK-NIVEL-OPCAO OCCURS 42 TIMES PIC 9(01).
000270 PROCEDURE DIVISION.
000280
000290 0000-MAINLINE.
000726     DISPLAY '24 - SIMULADOR DE TAXA DE FRETE'.
000726     DISPLAY '25 - TRATAMENTO DO LOG DE ERROS'.
000726     DISPLAY '26 - CADASTRO TRANSPORTADORA/EMPRESA (CNPJ)'.
000726     DISPLAY '27 - PROGRAMACAO DE FERIAS'.
000726     DISPLAY '28 - CONTRATOS DE CONSIGNADO'.
000726     DISPLAY '29 - ADESAO AO VALE-TRANSPORTE'.
000726     DISPLAY '30 - RENOVACAO DE CONTRATOS / LISTA DE ESPERA'.
000726     DISPLAY '31 - MEDIDORES DE ENERGIA E AGUA DOS LOTES'.
000726     DISPLAY '32 - ORDENS DE SERVICO DE MANUTENCAO DOS LOTES'.
000726     DISPLAY '33 - ACORDO DE PARCELAMENTO DE ALUGUEL'.
000726     DISPLAY '34 - BAIXA DE FATURA COMO PERDA'.
000726     DISPLAY '35 - CADASTRO FISCAL DO LOCATARIO (RETENCAO)'.
000726     DISPLAY '36 - PROFESSORES E TURMAS (PRAZOS DE NOTA)'.
000726     DISPLAY '37 - GRADE CURRICULAR E VINCULO DO ALUNO'.
000726     DISPLAY '38 - REPOSITORIO DE RELATORIOS (REIMPRESSAO)'.
000726     DISPLAY '39 - PROJECAO DE FLUXO DE CAIXA (90 DIAS)'.
000726     DISPLAY '40 - FILA DA CONCILIACAO BANCARIA'.
000726     DISPLAY '41 - RELATORIO DO TITULAR DE DADOS (LGPD)'.
000726     DISPLAY '42 - AUDITORIA DE ATIVIDADE POR USUARIO'.
000730     DISPLAY '99 - SAIR'.
000740     DISPLAY 'OPCAO: '.
000750     ACCEPT WRK-OPCAO.
001108             MOVE 'PROGCOB76' TO WRK-PROGRAMA
001108         WHEN 26
001108             MOVE 'PROGCOB77' TO WRK-PROGRAMA
001108         WHEN 27
001108             MOVE 'PROGCOB79' TO WRK-PROGRAMA
001108         WHEN 28
001108             MOVE 'PROGCOB83' TO WRK-PROGRAMA
001108         WHEN 29
001108             MOVE 'PROGCOB88' TO WRK-PROGRAMA
001108         WHEN 30
001108             MOVE 'PROGCOB99' TO WRK-PROGRAMA
001108         WHEN 31
001108             MOVE 'PROGCOB05' TO WRK-PROGRAMA
001108         WHEN 32
001108             MOVE 'PROGCB100' TO WRK-PROGRAMA
001108         WHEN 33
001108             MOVE 'PROGCB102' TO WRK-PROGRAMA
001108         WHEN 34
001108             MOVE 'PROGCB105' TO WRK-PROGRAMA
001108         WHEN 35
001108             MOVE 'PROGCB106' TO WRK-PROGRAMA
001108         WHEN 36
001108             MOVE 'PROGCB108' TO WRK-PROGRAMA
001108         WHEN 37
001108             MOVE 'PROGCB110' TO WRK-PROGRAMA
001108         WHEN 38
001108             MOVE 'PROGCB117' TO WRK-PROGRAMA
001108         WHEN 39
001108             MOVE 'PROGCB118' TO WRK-PROGRAMA
001108         WHEN 40
001108             MOVE 'PROGCB120' TO WRK-PROGRAMA
001108         WHEN 41
001108             MOVE 'PROGCB121' TO WRK-PROGRAMA
001108*        OPCAO NOVA AQUI ENTRA TAMBEM NA TABELA ESPELHO DE
001108*        PROGRAMAS DO PROGCB123 (ATRIBUICAO DO DIARIO)
001108         WHEN 42
001108             MOVE 'PROGCB123' TO WRK-PROGRAMA
001110     END-EVALUATE.
001112     CALL WRK-PROGRAMA.
001114*    O MESMO PROGRAMA PODE SER ESCOLHIDO MAIS DE UMA VEZ NA
