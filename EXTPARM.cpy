000010***********************************************************
000020* COPYBOOK: EXTPARM
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DE PARAMETRO DO EXTRATO DO
000050*           LOCATARIO (STATEMENT-PARAM, ARQUIVO EXTPARM).
000060*           COM CODIGO DE LOCATARIO = EXTRATO AVULSO DESSE
000070*           LOCATARIO NO PERIODO INFORMADO (INICIO ZERO =
000080*           DIA 1 DO MES DE PROCESSAMENTO, FIM ZERO = DATA
000090*           DE PROCESSAMENTO). ARQUIVO AUSENTE, VAZIO OU
000100*           COM CODIGO ZERO = RODADA DE FIM DE MES (TODOS
000110*           OS LOCATARIOS ATIVOS COM SALDO EM ABERTO, MES
000120*           DE PROCESSAMENTO INTEIRO).
000130* DATA: 15/10/2026
000140* -----------------------------------------------------
000150* HISTORICO DE ALTERACOES
000160* 15/10/2026 FT  COPYBOOK CRIADA.
000170***********************************************************
000180 01  EXP-PARAM-RECORD.
000190     05  EXP-LOCATARIO           PIC 9(04).
000200     05  EXP-DATA-INICIO         PIC 9(08).
000210     05  EXP-DATA-FIM            PIC 9(08).
