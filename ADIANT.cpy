000010***********************************************************
000020* COPYBOOK: ADIANT
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DO ADIANTAMENTO QUINZENAL DE
000050*           SALARIO (SALARY-ADVANCE, ARQUIVO INDEXADO
000060*           ADIANT) - UM REGISTRO POR MATRICULA E POR
000070*           COMPETENCIA PAGA, GRAVADO PELO LOTE DO
000080*           ADIANTAMENTO (PROGCOB90). A EXISTENCIA DO
000090*           REGISTRO IMPEDE PAGAR DUAS VEZES NA MESMA
000100*           COMPETENCIA, E A FOLHA DO MES (PROGCOB32) E A
000110*           RESCISAO (PROGCOB58) DESCONTAM O VALOR DELE.
000120* DATA: 15/10/2026
000130***********************************************************
000140 01  ADT-ADVANCE-RECORD.
000150     05  ADT-CHAVE.
000160         10  ADT-MATRICULA   PIC 9(05).
000170         10  ADT-COMPETENCIA PIC 9(06).
000180     05  ADT-SALARIO-BASE    PIC 9(06)V99.
000190     05  ADT-PERCENTUAL      PIC 9(02)V99.
000200     05  ADT-VALOR           PIC 9(06)V99.
000210     05  ADT-DATA-PAGTO      PIC 9(08).
