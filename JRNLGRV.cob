000190* -----------------------------------------------------
000200* HISTORICO DE ALTERACOES
000210* 23/08/2026 FT  PROGRAMA CRIADO.
000210* 15/10/2026 FT  ACEITA A OPERACAO 'A' (ANONIMIZACAO LGPD),
000210*                QUE RECEBE A IMAGEM JA ANONIMIZADA.
000220***********************************************************
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
