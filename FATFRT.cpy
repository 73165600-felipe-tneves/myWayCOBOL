000010***********************************************************
000020* COPYBOOK: FATFRT
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO ARQUIVO DE FATURAS DE FRETE A
000050*           CLIENTES FOB (FATFRT), GRAVADO PELO FATURAMENTO
000060*           MENSAL DE FRETE (PROGCOB91) - POR FATURA, UM
000070*           CABECALHO (H) COM O CLIENTE E O VENCIMENTO, UMA
000080*           LINHA POR FRETE DO HISTORICO: DEBITO (D) PARA O
000090*           FRETE COBRADO E CREDITO (C) PARA O ESTORNO DE
000100*           PEDIDO CANCELADO, SEMPRE FRETE EM REAIS + ICMS,
000110*           E UM TOTAL (T) COM DEBITOS, CREDITOS E LIQUIDO.
000120*           O TITULO A RECEBER DA FATURA VAI PARA O FRTINV,
000130*           NO LAYOUT RENTINV.
000140* DATA: 15/10/2026
000150* -----------------------------------------------------
000160* HISTORICO DE ALTERACOES
000170* 15/10/2026 FT  COPYBOOK CRIADA.
000180***********************************************************
000190 01  FCL-REGISTRO.
000200     05  FCL-NUMERO-FATURA       PIC 9(06).
000210     05  FCL-TIPO                PIC X(01).
000220         88  FCL-TIPO-CABECALHO      VALUE 'H'.
000230         88  FCL-TIPO-DEBITO         VALUE 'D'.
000240         88  FCL-TIPO-CREDITO        VALUE 'C'.
000250         88  FCL-TIPO-TOTAL          VALUE 'T'.
000260     05  FCL-CORPO               PIC X(73).
000270     05  FCL-CORPO-CABECALHO REDEFINES FCL-CORPO.
000280         10  FCL-H-CLIENTE       PIC 9(05).
000290         10  FCL-H-NOME          PIC X(30).
000300         10  FCL-H-CNPJ          PIC 9(14).
000310         10  FCL-H-UF-COBRANCA   PIC X(02).
000320         10  FCL-H-EMISSAO       PIC 9(08).
000330         10  FCL-H-VENCIMENTO    PIC 9(08).
000340         10  FCL-H-PERIODO       PIC 9(06).
000350     05  FCL-CORPO-ITEM REDEFINES FCL-CORPO.
000360         10  FCL-I-PEDIDO        PIC 9(06).
000370         10  FCL-I-DATA-CALCULO  PIC 9(08).
000380         10  FCL-I-PRODUTO       PIC X(20).
000390         10  FCL-I-UF            PIC X(02).
000400         10  FCL-I-FRETE         PIC 9(06)V99.
000410         10  FCL-I-ICMS          PIC 9(06)V99.
000420         10  FCL-I-VALOR         PIC 9(07)V99.
000430         10  FILLER              PIC X(12).
000440     05  FCL-CORPO-TOTAL REDEFINES FCL-CORPO.
000450         10  FCL-T-DEBITOS       PIC 9(08)V99.
000460         10  FCL-T-CREDITOS      PIC 9(08)V99.
000470         10  FCL-T-LIQUIDO       PIC S9(08)V99.
000480         10  FCL-T-QTDE-ITENS    PIC 9(04).
000490         10  FILLER              PIC X(39).
