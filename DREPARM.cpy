000010***********************************************************
000020* COPYBOOK: DREPARM
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DE PARAMETRO DA DRE
000050*           GERENCIAL (ARQUIVO DREPARM, PROGCB125):
000060*           PERCENTUAL DOS ENCARGOS DO EMPREGADOR SOBRE A
000070*           FOLHA BRUTA (INSS PATRONAL, RAT, TERCEIROS E
000080*           FGTS). ARQUIVO AUSENTE OU ZERADO = 35,80 POR
000090*           CENTO.
000100* DATA: 15/10/2026
000110***********************************************************
000120 01  DRP-PARAM-RECORD.
000130     05  DRP-ENCARGOS-PCT        PIC 9(03)V99.
