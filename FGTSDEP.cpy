000010***********************************************************
000020* COPYBOOK: FGTSDEP
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DO ARQUIVO DE DEPOSITO
000050*           MENSAL DE FGTS (FGTS-DEPOSIT, ARQUIVO FGTSDEP)
000060*           ENVIADO A CAIXA - UM REGISTRO POR FUNCIONARIO E
000070*           COMPETENCIA, COM A BASE (BRUTO DO MES) E O
000080*           DEPOSITO DE 8%. GRAVADO PELA RODADA DEFINITIVA
000090*           DA FOLHA (PROGCOB32, COMPETENCIA AAAAMM) E PELO
000100*           13o (PROGCOB57, COMPETENCIA AAAA13); O MESMO
000110*           DEPOSITO E SOMADO AO SALDO POR FUNCIONARIO NO
000120*           RAZAO FGTSSALD.
000130* DATA: 15/10/2026
000140***********************************************************
000150 01  FGD-DEPOSIT-RECORD.
000160     05  FGD-MATRICULA       PIC 9(05).
000170     05  FGD-CPF             PIC 9(11).
000180     05  FGD-EMPRESA         PIC 9(02).
000190     05  FGD-COMPETENCIA     PIC 9(06).
000200     05  FGD-BASE            PIC 9(07)V99.
000210     05  FGD-VALOR           PIC 9(06)V99.
000220     05  FGD-DATA-GERACAO    PIC 9(08).
