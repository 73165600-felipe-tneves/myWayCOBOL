000096*                CORRIDOS (CAR-PRAZO-PAGAMENTO), USADO PARA
000097*                CALCULAR O VENCIMENTO DA FATURA DE FRETE -
000098*                ZERO SIGNIFICA O PADRAO DE 28 DIAS.
000098* 15/10/2026 FT  INCLUIDO O FATOR DE CUBAGEM DA TRANSPORTADORA
000098*                EM QUILOS POR METRO CUBICO
000098*                (CAR-FATOR-CUBAGEM) - O FRETE PASSA A SER
000098*                COBRADO PELO MAIOR ENTRE O PESO REAL E O PESO
000098*                CUBADO (VOLUME X FATOR). ZERO SIGNIFICA O
000098*                PADRAO RODOVIARIO DE 300 KG/M3.
000100***********************************************************
000110 01  CAR-RECORD.
000120     05  CAR-CODIGO          PIC X(03).
000160         88  CAR-ATIVA           VALUE 'S'.
000170         88  CAR-INATIVA         VALUE 'N'.
000180     05  CAR-PRAZO-PAGAMENTO PIC 9(03).
000190     05  CAR-FATOR-CUBAGEM   PIC 9(03).
