000010***********************************************************
000020* COPYBOOK: VTDESC
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO ARQUIVO DE BENEFICIO DE VALE-
000050*           TRANSPORTE POR COMPETENCIA (TRANSIT-BENEFIT,
000060*           ARQUIVO VTDESC), ACRESCIDO PELO PEDIDO MENSAL
000070*           (PROGCOB89) COM O VALOR RECARREGADO PARA O MES
000080*           DE USO. A FOLHA DESSE MES (PROGCOB32) DESCONTA O
000090*           MENOR ENTRE ELE E 6% DO SALARIO BASE. PEDIDO
000100*           REPETIDO DA MESMA COMPETENCIA ACRESCENTA NOVO
000110*           REGISTRO E O ULTIMO DA MATRICULA E O QUE VALE;
000120*           QUEM SAIU DO PEDIDO (AFASTADO OU DESLIGADO)
000130*           GANHA REGISTRO ZERADO.
000140* DATA: 15/10/2026
000150***********************************************************
000160 01  VTD-BENEFIT-RECORD.
000170     05  VTD-MATRICULA       PIC 9(05).
000180     05  VTD-COMPETENCIA     PIC 9(06).
000190     05  VTD-DIAS            PIC 9(02).
000200     05  VTD-VALOR           PIC 9(06)V99.
000210     05  VTD-DATA-GERACAO    PIC 9(08).
