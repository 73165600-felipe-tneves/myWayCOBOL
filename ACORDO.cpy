000010***********************************************************
000020* COPYBOOK: ACORDO
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DO ACORDO DE PARCELAMENTO DE
000050*           ALUGUEL EM ATRASO (RENEGOTIATION, ARQUIVO
000060*           ACORDO), CHAVEADO PELO NUMERO DO ACORDO. O
000070*           CONSOLE PROGCB102 CONSOLIDA AS FATURAS VENCIDAS
000080*           EM ABERTO DO LOCATARIO (PRINCIPAL + MULTA E
000090*           JUROS ATE A DATA DO ACORDO, NA REGRA DO
000100*           PROGCOB40), MENOS O DESCONTO, EM N PARCELAS
000110*           MENSAIS QUE SAO FATURAS NOVAS DO RENTINV (VAO
000120*           NA REMESSA DE BOLETOS DO PROGCOB42). AS FATURAS
000130*           ORIGINAIS FICAM COM A SITUACAO N (RENEGOCIADA).
000140*           A CONFERENCIA MENSAL (PROGCB103) ROMPE O ACORDO
000150*           COM PARCELA EM ABERTO HA MAIS DOS DIAS DE
000160*           TOLERANCIA: CANCELA AS PARCELAS EM ABERTO E
000170*           RESTAURA O SALDO (PRINCIPAL + ENCARGOS
000180*           CONSOLIDADOS, SEM O DESCONTO, MENOS AS PARCELAS
000190*           PAGAS) NUMA FATURA NOVA.
000200*           SITUACOES: P = PENDENTE (DESCONTO AGUARDANDO O
000210*           SUPERVISOR), A = ATIVO (PARCELAS EMITIDAS),
000220*           Q = QUITADO, R = ROMPIDO, C = CANCELADO (PROPOSTA
000230*           RECUSADA ANTES DE EFETIVAR).
000240* DATA: 15/10/2026
000250* -----------------------------------------------------
000260* HISTORICO DE ALTERACOES
000270* 15/10/2026 FT  COPYBOOK CRIADA.
000280***********************************************************
000290 01  ACD-RECORD.
000300     05  ACD-NUMERO              PIC 9(05).
000310     05  ACD-LOCATARIO           PIC 9(04).
000320     05  ACD-NOME                PIC X(25).
000330     05  ACD-LOTE-ID             PIC 9(05).
000340     05  ACD-DATA-ACORDO         PIC 9(08).
000350     05  ACD-QTDE-FATURAS        PIC 9(03).
000360     05  ACD-PRINCIPAL           PIC 9(08)V99.
000370     05  ACD-ENCARGOS            PIC 9(08)V99.
000380     05  ACD-DESCONTO            PIC 9(08)V99.
000390     05  ACD-VALOR-ACORDO        PIC 9(08)V99.
000400     05  ACD-QTDE-PARCELAS       PIC 9(02).
000410     05  ACD-PRIMEIRO-VENCTO     PIC 9(08).
000420     05  ACD-DIAS-TOLERANCIA     PIC 9(03).
000430     05  ACD-PROPONENTE          PIC X(08).
000440     05  ACD-APROVADOR           PIC X(08).
000450     05  ACD-DATA-EFETIVACAO     PIC 9(08).
000460     05  ACD-STATUS              PIC X(01).
000470         88  ACD-PENDENTE            VALUE 'P'.
000480         88  ACD-ATIVO               VALUE 'A'.
000490         88  ACD-QUITADO             VALUE 'Q'.
000500         88  ACD-ROMPIDO             VALUE 'R'.
000510         88  ACD-CANCELADO           VALUE 'C'.
000520         88  ACD-EM-VIGOR            VALUE 'P' 'A'.
000530     05  ACD-DATA-ENCERRAMENTO   PIC 9(08).
000540     05  ACD-VALOR-PAGO          PIC 9(08)V99.
000550     05  ACD-VALOR-RESTAURADO    PIC 9(08)V99.
000560     05  ACD-FATURA-SALDO        PIC 9(06).
