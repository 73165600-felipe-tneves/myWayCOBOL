000010***********************************************************
000020* COPYBOOK: LISTESP
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DA LISTA DE ESPERA DE
000050*           INTERESSADOS EM LOTE DO GALPAO (WAITING-LIST,
000060*           ARQUIVO LISTESP), CHAVEADO PELO NUMERO DE
000070*           INSCRICAO (ORDEM DE CHEGADA). CADA INTERESSADO
000080*           INFORMA A FAIXA DE AREA QUE PROCURA (M2); O
000090*           RELATORIO MENSAL DE VENCIMENTOS (PROGCOB98)
000100*           CASA A FAIXA COM A AREA DOS LOTES QUE VAO VAGAR
000110*           E O CONSOLE PROGCOB99 REGISTRA A OFERTA DO LOTE.
000120*           SITUACOES: A = AGUARDANDO, O = LOTE OFERECIDO,
000130*           F = FECHOU CONTRATO, D = DESISTIU.
000140* DATA: 15/10/2026
000150***********************************************************
000160 01  LES-RECORD.
000170     05  LES-NUMERO          PIC 9(05).
000180     05  LES-NOME            PIC X(25).
000190     05  LES-CONTATO         PIC X(20).
000200     05  LES-AREA-MINIMA     PIC 9(06)V99.
000210     05  LES-AREA-MAXIMA     PIC 9(06)V99.
000220     05  LES-DATA-INCLUSAO   PIC 9(08).
000230     05  LES-LOTE-OFERECIDO  PIC 9(05).
000240     05  LES-DATA-OFERTA     PIC 9(08).
000250     05  LES-STATUS          PIC X(01).
000260         88  LES-AGUARDANDO      VALUE 'A'.
000270         88  LES-OFERECIDO       VALUE 'O'.
000280         88  LES-FECHADO         VALUE 'F'.
000290         88  LES-DESISTIU        VALUE 'D'.
