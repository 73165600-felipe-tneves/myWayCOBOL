000010***********************************************************
000020* COPYBOOK: ORCPARM
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DE PARAMETRO DO ORCADO X
000050*           REALIZADO DE FRETE (BUDGET-PARAM, ARQUIVO
000060*           ORCPARM): PERCENTUAL DE TOLERANCIA DA VARIACAO -
000070*           LINHA DO RELATORIO QUE PASSA DELE, NO MES OU NO
000080*           ACUMULADO DO ANO, SAI MARCADA. ARQUIVO AUSENTE
000090*           OU ZERADO = 10 POR CENTO.
000100* DATA: 15/10/2026
000110***********************************************************
000120 01  ORP-PARAM-RECORD.
000130     05  ORP-TOLERANCIA-PCT      PIC 9(03)V99.
