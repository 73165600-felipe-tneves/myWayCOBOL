000010***********************************************************
000020* COPYBOOK: RENOVCTR
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DE RENOVACAO DE CONTRATO DE
000050*           LOTE (CONTRACT-RENEWAL, ARQUIVO RENOVCTR),
000060*           CHAVEADO POR LOTE + DATA DE FIM DO CONTRATO QUE
000070*           ESTA SENDO RENOVADO - UM REGISTRO POR CICLO DE
000080*           RENOVACAO, O HISTORICO DAS RENOVACOES ANTERIORES
000090*           FICA NO ARQUIVO. O CONSOLE PROGCOB99 REGISTRA A
000100*           PROPOSTA (TAXA NEGOCIADA E NOVA DATA DE FIM) E,
000110*           COM A APROVACAO DO SUPERVISOR, PRORROGA O
000120*           CONTRATO NO TENANT-MASTER. O RELATORIO MENSAL
000130*           DE VENCIMENTOS (PROGCOB98) MOSTRA A SITUACAO.
000140*           SITUACOES: P = PROPOSTA (EM NEGOCIACAO),
000150*           A = APROVADA (CONTRATO PRORROGADO),
000160*           R = RECUSADA/DESISTENCIA.
000170*           TAXA NOVA ZEROS = MANTEM A TAXA DO CONTRATO.
000180* DATA: 15/10/2026
000190***********************************************************
000200 01  RNV-RECORD.
000210     05  RNV-CHAVE.
000220         10  RNV-LOTE-ID     PIC 9(05).
000230         10  RNV-FIM-ATUAL   PIC 9(08).
000240     05  RNV-LOCATARIO       PIC 9(04).
000250     05  RNV-DATA-PROPOSTA   PIC 9(08).
000260     05  RNV-VALOR-ATUAL     PIC 9(04)V99.
000270     05  RNV-VALOR-NOVO      PIC 9(04)V99.
000280     05  RNV-FIM-NOVO        PIC 9(08).
000290     05  RNV-PROPONENTE      PIC X(08).
000300     05  RNV-APROVADOR       PIC X(08).
000310     05  RNV-DATA-APROVACAO  PIC 9(08).
000320     05  RNV-OBSERVACAO      PIC X(30).
000330     05  RNV-STATUS          PIC X(01).
000340         88  RNV-PROPOSTA        VALUE 'P'.
000350         88  RNV-APROVADA        VALUE 'A'.
000360         88  RNV-RECUSADA        VALUE 'R'.
