000010***********************************************************
000020* COPYBOOK: FGTSSALD
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DO RAZAO DE FGTS POR
000050*           FUNCIONARIO (FGTS-LEDGER, ARQUIVO FGTSSALD),
000060*           CHAVEADO PELA MATRICULA - ACUMULA OS DEPOSITOS
000070*           GRAVADOS NO FGTSDEP PELA FOLHA (PROGCOB32) E
000080*           PELO 13o (PROGCOB57). A RESCISAO (PROGCOB58)
000090*           LE O SALDO PARA A MULTA DE 40% DA DISPENSA SEM
000100*           JUSTA CAUSA. A ULTIMA COMPETENCIA MENSAL E A
000110*           ULTIMA PARCELA DE 13o DEPOSITADAS (AAAAP, P = 1
000120*           OU 2) EVITAM DEPOSITO EM DOBRO QUANDO A RODADA
000130*           E REPETIDA.
000140* DATA: 15/10/2026
000150***********************************************************
000160 01  FGS-LEDGER-RECORD.
000170     05  FGS-MATRICULA       PIC 9(05).
000180     05  FGS-SALDO           PIC 9(08)V99.
000190     05  FGS-QTDE-DEPOSITOS  PIC 9(04).
000200     05  FGS-ULT-COMPETENCIA PIC 9(06).
000210     05  FGS-ULT-PARCELA-13  PIC 9(05).
000220     05  FGS-DATA-ATUALIZACAO PIC 9(08).
