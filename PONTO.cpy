000010***********************************************************
000020* COPYBOOK: PONTO
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DO CARTAO DE PONTO MENSAL
000050*           (TIME-CLOCK, ARQUIVO PONTO), UM REGISTRO POR
000060*           FUNCIONARIO POR COMPETENCIA, CHAVEADO POR
000070*           MATRICULA + COMPETENCIA. CARREGADO PELA CARGA
000080*           VALIDADA DO PONTO (PROGCOB82) A PARTIR DO
000090*           ARQUIVO DO RELOGIO (PONTOBRT) E LIDO PELA FOLHA
000100*           (PROGCOB32), QUE PAGA AS HORAS EXTRAS, O
000110*           ADICIONAL NOTURNO E O REFLEXO NO DSR E DESCONTA
000120*           AS FALTAS INJUSTIFICADAS. HORAS COM DUAS CASAS
000130*           DECIMAIS (CENTESIMOS DE HORA).
000140* DATA: 15/10/2026
000150***********************************************************
000160 01  PTO-RECORD.
000170     05  PTO-CHAVE.
000180         10  PTO-MATRICULA   PIC 9(05).
000190         10  PTO-COMPETENCIA PIC 9(06).
000200     05  PTO-HORAS-EXTRA-50  PIC 9(03)V99.
000210     05  PTO-HORAS-EXTRA-100 PIC 9(03)V99.
000220     05  PTO-HORAS-NOTURNAS  PIC 9(03)V99.
000230     05  PTO-FALTAS          PIC 9(02).
000240     05  PTO-DATA-CARGA      PIC 9(08).
