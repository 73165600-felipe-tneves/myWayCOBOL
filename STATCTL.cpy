000010***********************************************************
000020* COPYBOOK: STATCTL
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DE CONTROLE DO RETORNO DE
000050*           SITUACAO AO SISTEMA DE VENDAS (STATCTL), CHAVEADO
000060*           PELO NUMERO DO PEDIDO - A ULTIMA SITUACAO E
000070*           INDICADOR DE ATRASO ENVIADOS, COM A DATA DO ENVIO,
000080*           E OS ENVIADOS ANTES DELA: O PROGCOB96 SO ENVIA O
000090*           PEDIDO CUJA SITUACAO DE HOJE DIFERE DA ENVIADA, E
000100*           UMA RERODADA NO MESMO DIA COMPARA COM A ANTERIOR,
000110*           REGERANDO O MESMO ARQUIVO.
000120* DATA: 15/10/2026
000130***********************************************************
000140 01  STC-RECORD.
000150     05  STC-NUMERO-PEDIDO   PIC 9(06).
000160     05  STC-SITUACAO        PIC X(02).
000170     05  STC-ATRASO          PIC X(01).
000180     05  STC-DATA-ENVIO      PIC 9(08).
000190     05  STC-SITUACAO-ANT    PIC X(02).
000200     05  STC-ATRASO-ANT      PIC X(01).
000210     05  FILLER              PIC X(10).
