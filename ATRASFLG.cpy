000010***********************************************************
000020* COPYBOOK: ATRASFLG
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DO ARQUIVO DE PEDIDOS ALEM DO
000050*           PRAZO (ATRASPED) - UM REGISTRO POR PEDIDO QUE SAIU
000060*           NO RELATORIO DIARIO DE ATRASO (PROGCOB28), COM A
000070*           SITUACAO (E = ENTREGUE COM ATRASO, N = NAO
000080*           ENTREGUE E JA VENCIDO), A DATA PROMETIDA E OS DIAS
000090*           DE ATRASO. REGRAVADO INTEIRO A CADA RODADA; LIDO
000100*           PELO RETORNO DE SITUACAO AO SISTEMA DE VENDAS
000110*           (PROGCOB96).
000120* DATA: 15/10/2026
000130***********************************************************
000140 01  ATF-RECORD.
000150     05  ATF-NUMERO-PEDIDO   PIC 9(06).
000160     05  ATF-SITUACAO        PIC X(01).
000170         88  ATF-ENTREGUE-ATRASADO   VALUE 'E'.
000180         88  ATF-NAO-ENTREGUE        VALUE 'N'.
000190     05  ATF-DATA-PROMETIDA  PIC 9(08).
000200     05  ATF-DIAS-ATRASO     PIC 9(05).
000210     05  ATF-TRANSPORTADORA  PIC X(03).
