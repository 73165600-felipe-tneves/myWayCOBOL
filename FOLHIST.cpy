000090*           FUNCIONARIO CONTRA A COMPETENCIA ANTERIOR DAQUI
000100*           PARA SINALIZAR VARIACAO ACIMA DO LIMITE.
000110* DATA: 28/08/2026
000112* HISTORICO DE ALTERACOES
000114* 15/10/2026 FT  INCLUIDOS O INSS, O IRRF E O RENDIMENTO
000115*                ISENTO DE CADA PAGAMENTO, E O TIPO DO
000116*                REGISTRO: ALEM DA FOLHA MENSAL, O 13o
000117*                (PROGCOB57, UMA LINHA POR PARCELA NA
000118*                COMPETENCIA AAAA13) E A RESCISAO (PROGCOB58,
000119*                NA COMPETENCIA DO DESLIGAMENTO) GRAVAM AQUI,
000119*                PARA O INFORME DE RENDIMENTOS (PROGCOB84).
000119*                QUEM COMPARA COMPETENCIAS DA FOLHA LE SO OS
000119*                REGISTROS MENSAIS (TIPO M; LINHA ANTIGA SEM
000119*                TIPO = MENSAL).
000120***********************************************************
000130 01  FHI-HISTORY-RECORD.
000140     05  FHI-MATRICULA       PIC 9(05).
000150     05  FHI-COMPETENCIA     PIC 9(06).
000160     05  FHI-BRUTO           PIC 9(06)V99.
000170     05  FHI-LIQUIDO         PIC 9(06)V99.
000180     05  FHI-INSS            PIC 9(06)V99.
000190     05  FHI-IRRF            PIC 9(06)V99.
000200*    RENDIMENTO ISENTO DO PAGAMENTO (FERIAS INDENIZADAS NA
000210*    RESCISAO)
000220     05  FHI-ISENTO          PIC 9(06)V99.
000230     05  FHI-TIPO            PIC X(01).
000240         88  FHI-MENSAL          VALUE 'M' ' '.
000250         88  FHI-13-PARCELA-1    VALUE '1'.
000260         88  FHI-13-PARCELA-2    VALUE '2'.
000270         88  FHI-RESCISAO        VALUE 'R'.
