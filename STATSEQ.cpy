000010***********************************************************
000020* COPYBOOK: STATSEQ
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DE CONTROLE DE SEQUENCIA DO
000050*           ARQUIVO DE RETORNO DE SITUACAO AO SISTEMA DE
000060*           VENDAS (STATSEQ), NO MESMO DESENHO DO PAGCTL - O
000070*           ULTIMO NUMERO SEQUENCIAL EMITIDO E A DATA DO
000080*           ARQUIVO. O PROGCOB96 SOMA 1 A CADA DIA NOVO; A
000090*           RERODADA DO MESMO DIA REPETE O NUMERO.
000100* DATA: 15/10/2026
000110***********************************************************
000120 01  SSQ-CONTROLE.
000130     05  SSQ-ULTIMA-SEQUENCIA PIC 9(06).
000140     05  SSQ-DATA            PIC 9(08).
