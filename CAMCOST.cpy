000100*           PROPORCAO DA AREA E LANCA A PARCELA (CAM) NA
000110*           FATURA DE CADA LOCATARIO, COM O RELATORIO DE
000120*           RATEIO (CAMRPT) PROVANDO A CONTA.
000130*           O TIPO EN (CONTA DE ENERGIA) E O TIPO AG (CONTA
000130*           DE AGUA) SAO ABATIDOS DO CONSUMO MEDIDO JA
000130*           COBRADO NAS FATURAS DO MES - SO O RESTANTE NAO
000130*           MEDIDO ENTRA NO RATEIO POR AREA.
000130* DATA: 01/09/2026
000130* HISTORICO DE ALTERACOES
000130* 15/10/2026 FT  TIPOS EN/AG PARA O ABATIMENTO DO CONSUMO
000130*                MEDIDO POR LOTE (MEDIDOR/LEITURAS).
000140***********************************************************
000150 01  CSH-RECORD.
000160     05  CSH-TIPO            PIC X(02).
000160         88  CSH-CONTA-ENERGIA   VALUE 'EN'.
000160         88  CSH-CONTA-AGUA      VALUE 'AG'.
000170     05  CSH-DESCRICAO       PIC X(20).
000180     05  CSH-VALOR           PIC 9(08)V99.
