000079* 23/08/2026 FT  INCLUIDO O MOTIVO AR - DETALHE VALIDO
000079*                REJEITADO PORQUE O ORDERS-FILE ESTAVA
000079*                INDISPONIVEL NA CARGA.
000079* 15/10/2026 FT  INCLUIDO O MOTIVO CL - CLIENTE DO PEDIDO NAO
000079*                NUMERICO, NAO CADASTRADO NO CUSTMAST OU
000079*                INATIVO.
000079* 15/10/2026 FT  INCLUIDO O MOTIVO PR - PRODUTO DO PEDIDO NAO
000079*                CADASTRADO NO PRODMAST OU INATIVO.
000079* 15/10/2026 FT  INCLUIDO O MOTIVO CE - CEP DO DESTINO NAO
000079*                NUMERICO.
000079* 15/10/2026 FT  INCLUIDO O MOTIVO CT - NUMERO DA COTACAO DE
000079*                FRETE NAO NUMERICO OU NAO CADASTRADO NO
000079*                ARQUIVO DE COTACOES (COTFRETE).
000079* 15/10/2026 FT  INCLUIDOS O NUMERO DO PEDIDO (COMO VEIO NO
000079*                ARQUIVO DE VENDAS - BRANCOS NA COTACAO DE
000079*                CONSOLE) E A DATA DA REJEICAO, PARA O RETORNO
000079*                DE SITUACAO AO SISTEMA DE VENDAS (PROGCOB96).
000080***********************************************************
000090 01  REJ-ORDER-RECORD.
000100     05  REJ-MOTIVO          PIC X(02).
000115        88  REJ-MOTIVO-DATA-INVALIDA   VALUE 'DT'.
000116        88  REJ-MOTIVO-DUPLICADO       VALUE 'DU'.
000117        88  REJ-MOTIVO-ARQUIVO-INDISP  VALUE 'AR'.
000118        88  REJ-MOTIVO-CLIENTE-INVALIDO VALUE 'CL'.
000119        88  REJ-MOTIVO-PRODUTO-INVALIDO VALUE 'PR'.
000119        88  REJ-MOTIVO-CEP-INVALIDO    VALUE 'CE'.
000119        88  REJ-MOTIVO-COTACAO-INVALIDA VALUE 'CT'.
000120     05  REJ-PRODUTO         PIC X(20).
000130     05  REJ-VALOR           PIC 9(06)V99.
000140     05  REJ-UF              PIC X(02).
000150     05  REJ-NUMERO-PEDIDO   PIC X(06).
000160     05  REJ-DATA-REJEICAO   PIC 9(08).
