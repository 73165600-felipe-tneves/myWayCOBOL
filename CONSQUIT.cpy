000010***********************************************************
000020* COPYBOOK: CONSQUIT
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO AVISO DE QUITACAO DE CONSIGNADO PARA
000050*           O BANCO (LOAN-PAYOFF-NOTICE, ARQUIVO CONSQUIT) -
000060*           UM REGISTRO POR CONTRATO ATIVO DO DESLIGADO,
000070*           GRAVADO PELA RESCISAO (PROGCOB58) COM AS
000080*           PARCELAS EM ABERTO E O SALDO DEVEDOR, PARA O
000090*           BANCO PASSAR A COBRAR DIRETO DO EX-FUNCIONARIO.
000100* DATA: 15/10/2026
000110***********************************************************
000120 01  CQT-PAYOFF-RECORD.
000130     05  CQT-BANCO           PIC 9(03).
000140     05  CQT-CONTRATO        PIC X(15).
000150     05  CQT-MATRICULA       PIC 9(05).
000160     05  CQT-CPF             PIC 9(11).
000170     05  CQT-NOME            PIC X(30).
000180     05  CQT-DATA-DESLG      PIC 9(08).
000190     05  CQT-VALOR-PARCELA   PIC 9(06)V99.
000200     05  CQT-PARCELAS-ABERTO PIC 9(03).
000210     05  CQT-SALDO-DEVEDOR   PIC 9(08)V99.
