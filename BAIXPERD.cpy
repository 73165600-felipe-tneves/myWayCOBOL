000010***********************************************************
000020* COPYBOOK: BAIXPERD
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DO PEDIDO DE BAIXA COMO
000050*           PERDA DE FATURA DE ALUGUEL INCOBRAVEL (ARQUIVO
000060*           BAIXPERD), CHAVEADO PELO NUMERO DA FATURA. O
000070*           CONSOLE PROGCB105 REGISTRA O PEDIDO (FATURA EM
000080*           ABERTO HA MAIS DE 90 DIAS) E O SUPERVISOR, QUE
000090*           NAO PODE SER O PROPONENTE, APROVA - A FATURA
000100*           PASSA A SITUACAO W (BAIXADA COMO PERDA) - OU
000110*           RECUSA.
000120*           SITUACOES: P = PENDENTE, A = APROVADA (FATURA
000130*           BAIXADA), C = RECUSADA. PEDIDO RECUSADO PODE SER
000140*           REFEITO.
000150* DATA: 15/10/2026
000160* -----------------------------------------------------
000170* HISTORICO DE ALTERACOES
000180* 15/10/2026 FT  COPYBOOK CRIADA.
000190***********************************************************
000200 01  BPD-RECORD.
000210     05  BPD-FATURA              PIC 9(06).
000220     05  BPD-LOCATARIO           PIC 9(04).
000230     05  BPD-NOME                PIC X(25).
000240     05  BPD-LOTE-ID             PIC 9(05).
000250     05  BPD-VALOR               PIC 9(08)V99.
000260     05  BPD-VENCIMENTO          PIC 9(08).
000270     05  BPD-DIAS-ATRASO         PIC 9(05).
000280     05  BPD-MOTIVO              PIC X(40).
000290     05  BPD-PROPONENTE          PIC X(08).
000300     05  BPD-DATA-PEDIDO         PIC 9(08).
000310     05  BPD-APROVADOR           PIC X(08).
000320     05  BPD-DATA-DECISAO        PIC 9(08).
000330     05  BPD-STATUS              PIC X(01).
000340         88  BPD-PENDENTE            VALUE 'P'.
000350         88  BPD-APROVADA            VALUE 'A'.
000360         88  BPD-RECUSADA            VALUE 'C'.
