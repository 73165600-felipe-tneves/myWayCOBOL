000010***********************************************************
000020* COPYBOOK: CONSIG
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DO CADASTRO DE CONTRATOS DE
000050*           EMPRESTIMO CONSIGNADO (LOAN-CONTRACTS, ARQUIVO
000060*           CONSIG), CHAVEADO POR MATRICULA + SEQUENCIA -
000070*           INCLUIDO NO CONSOLE PELO PROGCOB83 COM CONTROLE
000080*           DA MARGEM CONSIGNAVEL (35% DO LIQUIDO DA
000090*           COMPETENCIA ANTERIOR NO FOLHIST). A FOLHA
000100*           (PROGCOB32) DESCONTA A PARCELA DO MES, AVANCA O
000110*           CONTADOR E QUITA O CONTRATO NA ULTIMA; A
000120*           RESCISAO (PROGCOB58) IMPRIME O SALDO DEVEDOR NO
000130*           TERMO, GERA O AVISO DE QUITACAO PARA O BANCO
000140*           (CONSQUIT) E ENCERRA O CONTRATO.
000160* DATA: 15/10/2026
000170***********************************************************
000180 01  CSG-RECORD.
000190     05  CSG-CHAVE.
000200         10  CSG-MATRICULA   PIC 9(05).
000210         10  CSG-SEQUENCIA   PIC 9(02).
000220     05  CSG-BANCO           PIC 9(03).
000230     05  CSG-CONTRATO        PIC X(15).
000240     05  CSG-VALOR-PARCELA   PIC 9(06)V99.
000250     05  CSG-QTDE-PARCELAS   PIC 9(03).
000260     05  CSG-PARCELAS-PAGAS  PIC 9(03).
000270     05  CSG-SITUACAO        PIC X(01).
000280         88  CSG-ATIVO           VALUE 'A'.
000290         88  CSG-QUITADO         VALUE 'Q'.
000300         88  CSG-ENCERRADO-RESC  VALUE 'R'.
000310*    ULTIMA COMPETENCIA DESCONTADA PELA FOLHA DEFINITIVA -
000320*    RODADA REPETIDA NAO AVANCA O CONTADOR DE NOVO
000330     05  CSG-ULT-COMPETENCIA PIC 9(06).
000340     05  CSG-DATA-INCLUSAO   PIC 9(08).
000350     05  CSG-USUARIO         PIC X(08).
