000010***********************************************************
000020* COPYBOOK: VTPED
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO ARQUIVO DE PEDIDO DE RECARGA DO
000050*           VALE-TRANSPORTE PARA A OPERADORA DO CARTAO
000060*           (TRANSIT-ORDER, ARQUIVO VTPEDIDO) GERADO NO
000070*           FECHAMENTO MENSAL PELO PROGCOB89, NO DESENHO DAS
000080*           REMESSAS BANCARIAS: HEADER (TIPO H, DATA,
000090*           COMPETENCIA DE USO E DIAS UTEIS), UM DETALHE POR
000100*           CARTAO A RECARREGAR (TIPO D) E TRAILER (TIPO T,
000110*           QUANTIDADE E VALOR TOTAL). VALORES COM 2
000120*           DECIMAIS IMPLICITAS.
000130* DATA: 15/10/2026
000140***********************************************************
000150 01  VPD-PEDIDO-RECORD.
000160     05  VPD-TIPO            PIC X(01).
000170         88  VPD-TIPO-HEADER     VALUE 'H'.
000180         88  VPD-TIPO-DETALHE    VALUE 'D'.
000190         88  VPD-TIPO-TRAILER    VALUE 'T'.
000200     05  VPD-DADOS           PIC X(99).
000210     05  VPD-DADOS-HEADER REDEFINES VPD-DADOS.
000220         10  VPD-H-DATA      PIC 9(08).
000230         10  VPD-H-COMPETENCIA PIC 9(06).
000240         10  VPD-H-DIAS-UTEIS PIC 9(02).
000250         10  FILLER          PIC X(83).
000260     05  VPD-DADOS-DETALHE REDEFINES VPD-DADOS.
000270         10  VPD-D-MATRICULA PIC 9(05).
000280         10  VPD-D-CPF       PIC 9(11).
000290         10  VPD-D-NOME      PIC X(30).
000300         10  VPD-D-CARTAO    PIC X(16).
000310         10  VPD-D-DIAS      PIC 9(02).
000320         10  VPD-D-VIAGENS   PIC 9(02).
000330         10  VPD-D-TARIFA    PIC 9(03)V99.
000340         10  VPD-D-VALOR     PIC 9(06)V99.
000350         10  FILLER          PIC X(20).
000360     05  VPD-DADOS-TRAILER REDEFINES VPD-DADOS.
000370         10  VPD-T-QUANTIDADE PIC 9(06).
000380         10  VPD-T-VALOR     PIC 9(09)V99.
000390         10  FILLER          PIC X(82).
