000010***********************************************************
000020* COPYBOOK: FERADT
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DE ADIANTAMENTO DE FERIAS
000050*           (VACATION-ADVANCE, ARQUIVO FERADT) - GRAVADO
000060*           PELO PAGAMENTO DE FERIAS (PROGCOB81), UM
000070*           REGISTRO POR PARCELA E POR COMPETENCIA TOCADA
000080*           PELO GOZO (PARCELA QUE ATRAVESSA O MES GERA DOIS
000090*           REGISTROS, CADA UM COM OS SEUS DIAS). A FOLHA
000100*           (PROGCOB32) ABATE DO BRUTO DO MES O SALARIO DOS
000110*           DIAS JA PAGOS AQUI. TERCO, ABONO, INSS, IRRF E
000120*           LIQUIDO SAO DA PARCELA INTEIRA E VEM SO NO
000130*           REGISTRO DA COMPETENCIA DE INICIO (NOS DEMAIS,
000140*           ZEROS).
000150* DATA: 05/10/2026
000160***********************************************************
000170 01  FAD-ADVANCE-RECORD.
000180     05  FAD-MATRICULA       PIC 9(05).
000190     05  FAD-COMPETENCIA     PIC 9(06).
000200     05  FAD-DATA-INICIO     PIC 9(08).
000210     05  FAD-DIAS            PIC 9(02).
000220     05  FAD-VALOR-DIAS      PIC 9(06)V99.
000230     05  FAD-TERCO           PIC 9(06)V99.
000240     05  FAD-ABONO           PIC 9(06)V99.
000250     05  FAD-INSS            PIC 9(06)V99.
000260     05  FAD-IRRF            PIC 9(06)V99.
000270     05  FAD-LIQUIDO         PIC 9(06)V99.
000280     05  FAD-DATA-PAGTO      PIC 9(08).
