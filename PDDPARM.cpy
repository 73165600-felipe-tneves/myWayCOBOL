000010***********************************************************
000020* COPYBOOK: PDDPARM
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DE PARAMETROS DA PROVISAO
000050*           PARA DEVEDORES DUVIDOSOS DO ALUGUEL (ARQUIVO
000060*           PDDPARM): PERCENTUAL PROVISIONADO SOBRE O SALDO
000070*           EM ABERTO DE CADA FAIXA DO AGING (PROGCOB41) -
000080*           1 = A VENCER, 2 = ATE 30, 3 = 31-60, 4 = 61-90,
000090*           5 = MAIS DE 90 DIAS DE ATRASO. ARQUIVO AUSENTE
000100*           OU VAZIO = 0, 5, 20, 50 E 100 PORCENTO.
000110* DATA: 15/10/2026
000120* -----------------------------------------------------
000130* HISTORICO DE ALTERACOES
000140* 15/10/2026 FT  COPYBOOK CRIADA.
000150***********************************************************
000160 01  PDP-PARAM-RECORD.
000170     05  PDP-PCT-FAIXA           PIC 9(03)V99
000180                                 OCCURS 5 TIMES.
