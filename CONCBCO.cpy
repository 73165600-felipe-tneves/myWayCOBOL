000010***********************************************************
000020* COPYBOOK: CONCBCO
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO RAZAO DA CONCILIACAO BANCARIA (BANK-
000050*           RECON-LEDGER, ARQUIVO CONCBCO) - UM REGISTRO POR
000060*           LANCAMENTO DO EXTRATO JA IMPORTADO, NA CHAVE DATA
000070*           + NUMERO DO LANCAMENTO (O EXTRATO REPROCESSADO
000080*           NAO DUPLICA NADA). O LANCAMENTO CONCILIADO PELO
000090*           LOTE (PROGCB119) FICA COM SITUACAO C E A ORIGEM
000100*           E A CHAVE DO MOVIMENTO ESPERADO; O QUE NAO TEM
000110*           EXPLICACAO ENTRA EM ABERTO (A) E E A FILA
000120*           TRABALHADA PELA TESOURARIA NO CONSOLE PROGCB120
000130*           ATE A JUSTIFICATIVA OU A BAIXA.
000140* DATA: 15/10/2026
000150***********************************************************
000160 01  CBQ-RECORD.
000170     05  CBQ-CHAVE.
000180         10  CBQ-DATA        PIC 9(08).
000190         10  CBQ-SEQUENCIA   PIC 9(05).
000200     05  CBQ-NATUREZA        PIC X(01).
000210         88  CBQ-CREDITO         VALUE 'C'.
000220         88  CBQ-DEBITO          VALUE 'D'.
000230     05  CBQ-VALOR           PIC 9(08)V99.
000240     05  CBQ-REFERENCIA      PIC X(15).
000250     05  CBQ-HISTORICO       PIC X(25).
000260     05  CBQ-ORIGEM          PIC X(03).
000270     05  CBQ-CHAVE-ESPERADA  PIC X(15).
000280     05  CBQ-DATA-IMPORTACAO PIC 9(08).
000290     05  CBQ-STATUS          PIC X(01).
000300         88  CBQ-CONCILIADO      VALUE 'C'.
000310         88  CBQ-ABERTO          VALUE 'A'.
000320         88  CBQ-EM-ANALISE      VALUE 'E'.
000330         88  CBQ-JUSTIFICADO     VALUE 'J'.
000340         88  CBQ-BAIXADO         VALUE 'B'.
000350         88  CBQ-EM-ABERTO       VALUE 'A' 'E'.
000360     05  CBQ-DATA-TRATAMENTO PIC 9(08).
000370     05  CBQ-OBSERVACAO      PIC X(40).
