000010***********************************************************
000020* COPYBOOK: PROVPDD
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DA PROVISAO PARA DEVEDORES
000050*           DUVIDOSOS DO ALUGUEL (ARQUIVO PROVPDD), GRAVADO
000060*           PELA APURACAO MENSAL (PROGCB104) E CHAVEADO POR
000070*           PERIODO + LOCATARIO + EMPRESA DO LOTE: SALDO EM
000080*           ABERTO E PROVISAO DE CADA FAIXA DO AGING. O
000090*           REGISTRO COM LOCATARIO E EMPRESA ZERADOS E O
000100*           TOTAL DO PERIODO, COM A PROVISAO DO PERIODO
000110*           ANTERIOR, AS BAIXAS COMO PERDA DO PERIODO (QUE
000120*           CONSOMEM A PROVISAO) E O AJUSTE A LANCAR
000130*           (POSITIVO = COMPLEMENTO, NEGATIVO = REVERSAO),
000140*           LIDO PELA EXPORTACAO CONTABIL (PROGCOB78).
000150*           NOVA APURACAO DO MESMO PERIODO SUBSTITUI A
000160*           ANTERIOR.
000170* DATA: 15/10/2026
000180* -----------------------------------------------------
000190* HISTORICO DE ALTERACOES
000200* 15/10/2026 FT  COPYBOOK CRIADA.
000210***********************************************************
000220 01  PVS-RECORD.
000230     05  PVS-CHAVE.
000240         10  PVS-PERIODO         PIC 9(06).
000250         10  PVS-LOCATARIO       PIC 9(04).
000260         10  PVS-EMPRESA         PIC 9(02).
000270     05  PVS-NOME                PIC X(25).
000280     05  PVS-DATA-APURACAO       PIC 9(08).
000290     05  PVS-FAIXA OCCURS 5 TIMES.
000300         10  PVS-SALDO-FAIXA     PIC 9(09)V99.
000310         10  PVS-PROVISAO-FAIXA  PIC 9(09)V99.
000320     05  PVS-SALDO-TOTAL         PIC 9(10)V99.
000330     05  PVS-PROVISAO-TOTAL      PIC 9(10)V99.
000340*    SO NO REGISTRO DE TOTAL DO PERIODO
000350     05  PVS-PROVISAO-ANTERIOR   PIC 9(10)V99.
000360     05  PVS-BAIXAS-PERIODO      PIC 9(10)V99.
000370     05  PVS-AJUSTE              PIC S9(10)V99.
