000010***********************************************************
000020* COPYBOOK: REMPARM
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DE PARAMETROS DA REMATRICULA
000050*           (ARQUIVO REMPARM, REGISTRO UNICO): DIAS DE
000060*           CARENCIA DEPOIS DO VENCIMENTO DA MENSALIDADE
000070*           (TUIINV) ANTES DE O ALUNO SER BLOQUEADO NA
000080*           REMATRICULA (PROGCB112). ARQUIVO AUSENTE OU
000090*           VAZIO = 30 DIAS.
000100* DATA: 15/10/2026
000110* -----------------------------------------------------
000120* HISTORICO DE ALTERACOES
000130* 15/10/2026 FT  COPYBOOK CRIADA.
000140***********************************************************
000150 01  RMP-PARAM-RECORD.
000160     05  RMP-DIAS-CARENCIA       PIC 9(03).
