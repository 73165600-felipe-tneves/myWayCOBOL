000010***********************************************************
000020* COPYBOOK: TARIFUTL
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DA TABELA DE TARIFAS DE
000050*           CONSUMO (UTILITY-TARIFF, ARQUIVO TARIFUTL) - UMA
000060*           LINHA POR TIPO (E = ENERGIA, A = AGUA) COM O
000070*           PRECO POR UNIDADE (KWH OU M3) COBRADO DO
000080*           LOCATARIO PELO FATURAMENTO (PROGCOB18) E A
000090*           TOLERANCIA, EM PORCENTO ACIMA DA MEDIA DO
000100*           MEDIDOR, ACIMA DA QUAL A LEITURA FICA RETIDA
000110*           PARA CONFERENCIA (ZEROS = 100 PORCENTO).
000120* DATA: 15/10/2026
000130***********************************************************
000140 01  TRF-RECORD.
000150     05  TRF-TIPO            PIC X(01).
000160     05  TRF-DESCRICAO       PIC X(20).
000170     05  TRF-UNIDADE         PIC X(03).
000180     05  TRF-VALOR-UNITARIO  PIC 9(03)V9999.
000190     05  TRF-PCT-TOLERANCIA  PIC 9(03).
