000010***********************************************************
000020* COPYBOOK: TRIBPARM
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DE PARAMETROS DA RETENCAO
000050*           DE IMPOSTOS NA FONTE SOBRE AS FATURAS DE ALUGUEL
000060*           (ARQUIVO TRIBPARM): ALIQUOTAS DE IRRF, PIS,
000070*           COFINS E CSLL EM PERCENTUAL SOBRE O VALOR BRUTO
000080*           DA FATURA E O VALOR MINIMO DE RETENCAO - IRRF
000090*           OU SOMA DE PIS/COFINS/CSLL ATE O MINIMO NAO E
000100*           RETIDO (DISPENSA DE RECOLHIMENTO). ARQUIVO
000110*           AUSENTE OU VAZIO = 1,50 / 0,65 / 3,00 / 1,00
000120*           PORCENTO E MINIMO DE 10,00.
000130* DATA: 15/10/2026
000140* -----------------------------------------------------
000150* HISTORICO DE ALTERACOES
000160* 15/10/2026 FT  COPYBOOK CRIADA.
000170***********************************************************
000180 01  TRB-PARAM-RECORD.
000190     05  TRB-ALIQ-IRRF           PIC 9(02)V99.
000200     05  TRB-ALIQ-PIS            PIC 9(02)V99.
000210     05  TRB-ALIQ-COFINS         PIC 9(02)V99.
000220     05  TRB-ALIQ-CSLL           PIC 9(02)V99.
000230     05  TRB-VALOR-MINIMO        PIC 9(04)V99.
