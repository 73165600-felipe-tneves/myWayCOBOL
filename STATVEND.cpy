000010***********************************************************
000020* COPYBOOK: STATVEND
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO ARQUIVO DIARIO DE RETORNO DE SITUACAO
000050*           DOS PEDIDOS AO SISTEMA DE VENDAS (STATVEND),
000060*           GRAVADO PELO PROGCOB96 - HEADER COM A DATA E O
000070*           NUMERO SEQUENCIAL DO ARQUIVO (VENDAS CONFERE SE
000080*           FALTOU ALGUM DIA), UM DETALHE POR PEDIDO CUJA
000090*           SITUACAO MUDOU NO DIA E TRAILER COM AS
000100*           QUANTIDADES POR SITUACAO E O TOTAL DE FRETE.
000110*           SITUACOES: RJ = REJEITADO NA CARGA (MOTIVO DO
000120*           REJORDER); RT = RETIDO (MOTIVO FP = PERIODO FISCAL
000130*           FECHADO, CP = SEM CAPACIDADE DAS TRANSPORTADORAS);
000140*           FT = FATURADO (TRANSPORTADORA E FRETE EM REAIS);
000150*           CA = CANCELADO (FRETE ESTORNADO, QUANDO HOUVE);
000160*           EN = ENTREGUE; AB = DE VOLTA EM ABERTO (RETENCAO
000170*           LIBERADA). O INDICADOR DE ATRASO (S/N) VEM DO
000180*           RELATORIO DE ATRASO (PROGCOB28) E TAMBEM MUDA A
000190*           SITUACAO DO PEDIDO PARA EFEITO DE ENVIO.
000200* DATA: 15/10/2026
000210***********************************************************
000220 01  SVD-RECORD.
000230     05  SVD-TIPO            PIC X(01).
000240         88  SVD-TIPO-HEADER     VALUE 'H'.
000250         88  SVD-TIPO-DETALHE    VALUE 'D'.
000260         88  SVD-TIPO-TRAILER    VALUE 'T'.
000270     05  SVD-DADOS           PIC X(99).
000280     05  SVD-DADOS-HEADER REDEFINES SVD-DADOS.
000290         10  SVD-H-DATA          PIC 9(08).
000300         10  SVD-H-SEQUENCIA     PIC 9(06).
000310         10  SVD-H-ORIGEM        PIC X(10).
000320         10  FILLER              PIC X(75).
000330     05  SVD-DADOS-DETALHE REDEFINES SVD-DADOS.
000340         10  SVD-D-NUMERO-PEDIDO PIC X(06).
000350         10  SVD-D-SITUACAO      PIC X(02).
000360             88  SVD-REJEITADO       VALUE 'RJ'.
000370             88  SVD-RETIDO          VALUE 'RT'.
000380             88  SVD-FATURADO        VALUE 'FT'.
000390             88  SVD-CANCELADO       VALUE 'CA'.
000400             88  SVD-ENTREGUE        VALUE 'EN'.
000410             88  SVD-EM-ABERTO       VALUE 'AB'.
000420         10  SVD-D-DATA-EVENTO   PIC 9(08).
000430         10  SVD-D-MOTIVO        PIC X(02).
000440         10  SVD-D-TRANSPORTADORA PIC X(03).
000450         10  SVD-D-FRETE-BRL     PIC 9(06)V99.
000460         10  SVD-D-ATRASO        PIC X(01).
000470             88  SVD-ATRASADO        VALUE 'S'.
000480         10  SVD-D-DATA-PROMETIDA PIC 9(08).
000490         10  SVD-D-DIAS-ATRASO   PIC 9(05).
000500         10  SVD-D-SITUACAO-ANT  PIC X(02).
000510         10  FILLER              PIC X(54).
000520     05  SVD-DADOS-TRAILER REDEFINES SVD-DADOS.
000530         10  SVD-T-SEQUENCIA     PIC 9(06).
000540         10  SVD-T-QUANTIDADE    PIC 9(06).
000550         10  SVD-T-QTDE-RJ       PIC 9(06).
000560         10  SVD-T-QTDE-RT       PIC 9(06).
000570         10  SVD-T-QTDE-FT       PIC 9(06).
000580         10  SVD-T-QTDE-CA       PIC 9(06).
000590         10  SVD-T-QTDE-EN       PIC 9(06).
000600         10  SVD-T-QTDE-AB       PIC 9(06).
000610         10  SVD-T-QTDE-ATRASO   PIC 9(06).
000620         10  SVD-T-TOTAL-FRETE   PIC 9(10)V99.
000630         10  FILLER              PIC X(33).
