000200* -----------------------------------------------------
000210* HISTORICO DE ALTERACOES
000220* 23/08/2026 FT  PROGRAMA CRIADO.
000220* 15/10/2026 FT  LANCAMENTOS DE ANONIMIZACAO (OPERACAO 'A')
000220*                NAO SAO DESFEITOS - SO CONTADOS E AVISADOS.
000230***********************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000890     05  BKO-QTDE-SELECIONADOS PIC 9(04) COMP VALUE ZEROS.
000900     05  BKO-QTDE-DESFEITOS    PIC 9(04) COMP VALUE ZEROS.
000910     05  BKO-QTDE-FALHAS       PIC 9(04) COMP VALUE ZEROS.
000910     05  BKO-QTDE-ANONIMIZACAO PIC 9(04) COMP VALUE ZEROS.
000920     05  BKO-SUB               PIC 9(04) COMP VALUE ZEROS.
000922     05  BKO-SUB2              PIC 9(04) COMP VALUE ZEROS.
000924     05  BKO-SW-AVISO          PIC X(01) VALUE 'N'.
001110     ACCEPT BKO-DATA.
001120     PERFORM 1000-CARREGAR-DIARIO
001130         THRU 1000-CARREGAR-DIARIO-EXIT.
001130     IF BKO-QTDE-ANONIMIZACAO > ZEROS
001130         DISPLAY 'LANCAMENTOS DE ANONIMIZACAO IGNORADOS: '
001130             BKO-QTDE-ANONIMIZACAO ' (NAO HA BACKOUT)'
001130     END-IF.
001140     IF BKO-QTDE-LANCAMENTOS = ZEROS
001150         DISPLAY 'NENHUM LANCAMENTO NO DIARIO PARA '
001160             BKO-PROGRAMA ' EM ' BKO-DATA
001520     ADD 1 TO BKO-QTDE-SELECIONADOS.
001530     IF JRN-PROGRAMA = BKO-PROGRAMA
001540             AND JRN-DATA = BKO-DATA
001540             AND JRN-OP-ANONIMIZACAO
001540*        A ANONIMIZACAO LGPD NAO SE DESFAZ - O DIARIO SO
001540*        GUARDA A IMAGEM JA ANONIMIZADA
001540         ADD 1 TO BKO-QTDE-ANONIMIZACAO
001540         GO TO 1100-GUARDAR-LANCAMENTO-EXIT.
001540     IF JRN-PROGRAMA = BKO-PROGRAMA
001540             AND JRN-DATA = BKO-DATA
001545*        TABELA CHEIA: DESCARTA O LANCAMENTO MAIS ANTIGO E
001546*        GUARDA O NOVO - O DESFAZER PRECISA DOS ULTIMOS
001547*        LANCAMENTOS (OS PRIMEIROS A SEREM DESFEITOS)
