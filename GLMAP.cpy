000070*           PARA CADA EVENTO GERADOR (FR = FRETE APROPRIADO,
000080*           FI = ICMS DO FRETE, RI = FATURA DE ALUGUEL
000090*           EMITIDA, RS = FATURA BAIXADA, FO = FOLHA LIQUIDA
000100*           DA COMPETENCIA, FD = RETENCOES DA FOLHA, PD =
000100*           COMPLEMENTO DA PROVISAO PARA DEVEDORES DUVIDOSOS,
000100*           PR = REVERSAO DA PROVISAO, BP = FATURA BAIXADA
000100*           COMO PERDA, RR = RECUPERACAO DE FATURA BAIXADA
000100*           COMO PERDA, RT = IMPOSTO RETIDO NA FONTE PELO
000100*           LOCATARIO A COMPENSAR) INFORMA
000110*           A CONTA DEBITADA E A CONTA CREDITADA NO RAZAO.
000120*           A EXPORTACAO CONTABIL (PROGCOB78) CONSULTA PELA
000130*           CHAVE EXATA E, SEM LINHA, RECAI NO CENTRO DE
