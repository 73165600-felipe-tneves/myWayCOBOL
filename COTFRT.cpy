000010***********************************************************
000020* COPYBOOK: COTFRT
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DO ARQUIVO DE COTACOES DE
000050*           FRETE (COTFRETE), CHAVEADO PELO NUMERO DA
000060*           COTACAO. A COTACAO E FEITA PELA AREA DE VENDAS
000070*           ANTES DE EXISTIR O PEDIDO (PROGCOB92), COM A
000080*           TRANSPORTADORA ESCOLHIDA, O FRETE COTADO E A
000090*           DATA DE VALIDADE; O PEDIDO QUE CHEGA COM O
000100*           NUMERO DA COTACAO TEM O FRETE COTADO HONRADO
000110*           PELO LOTE DE FRETE (PROGCOB13) SE A COTACAO
000120*           AINDA ESTIVER VALIDA, E A COTACAO PASSA A
000130*           CONVERTIDA, COM O NUMERO DO PEDIDO.
000140* DATA: 15/10/2026
000150***********************************************************
000160 01  CFR-RECORD.
000170     05  CFR-NUMERO              PIC 9(06).
000180     05  CFR-DATA-COTACAO        PIC 9(08).
000190     05  CFR-VALIDADE            PIC 9(08).
000200     05  CFR-UF                  PIC X(02).
000210     05  CFR-CEP                 PIC 9(08).
000220     05  CFR-VALOR               PIC 9(06)V99.
000230     05  CFR-PESO                PIC 9(04)V99.
000240     05  CFR-MOEDA               PIC X(03).
000250     05  CFR-TRANSPORTADORA      PIC X(03).
000260     05  CFR-ZONA                PIC X(03).
000270     05  CFR-TAXA                PIC 9V9999.
000280     05  CFR-ADICIONAL-PESO      PIC 9(04)V99.
000290     05  CFR-FRETE               PIC 9(06)V99.
000300     05  CFR-FRETE-BRL           PIC 9(06)V99.
000310     05  CFR-SITUACAO            PIC X(01).
000320         88  CFR-ABERTA              VALUE 'A'.
000330         88  CFR-CONVERTIDA          VALUE 'C'.
000340     05  CFR-NUMERO-PEDIDO       PIC 9(06).
000350     05  CFR-DATA-CONVERSAO      PIC 9(08).
000360     05  FILLER                  PIC X(10).
