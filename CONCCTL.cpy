000010***********************************************************
000020* COPYBOOK: CONCCTL
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO CONTROLE DE MOVIMENTOS ESPERADOS JA
000050*           CONCILIADOS (RECON-CONTROL, ARQUIVO CONCCTL),
000060*           GRAVADO PELA CONCILIACAO BANCARIA (PROGCB119) -
000070*           CHAVE ORIGEM + REFERENCIA DO MOVIMENTO (PAG =
000080*           LOTE DE PAGAMENTO DE FRETE, BOL = BOLETO
000090*           LIQUIDADO, SAL = CREDITO DE SALARIO, MATRICULA +
000100*           COMPETENCIA, ALG = RECIBO DE ALUGUEL), COM O
000110*           LANCAMENTO DO EXTRATO QUE O CONCILIOU. O QUE JA
000120*           ESTA AQUI NAO VOLTA A SER ESPERADO NO EXTRATO.
000130* DATA: 15/10/2026
000140***********************************************************
000150 01  CCT-RECORD.
000160     05  CCT-CHAVE.
000170         10  CCT-ORIGEM      PIC X(03).
000180         10  CCT-REFERENCIA  PIC X(15).
000190     05  CCT-VALOR           PIC 9(10)V99.
000200     05  CCT-DATA-ESPERADA   PIC 9(08).
000210     05  CCT-DATA-EXTRATO    PIC 9(08).
000220     05  CCT-SEQUENCIA       PIC 9(05).
000230     05  CCT-DATA-CONCILIACAO PIC 9(08).
