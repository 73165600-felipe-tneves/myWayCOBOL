000100*           ORDERS-FILE - UMA TRANSMISSAO TRUNCADA DERRUBOU
000110*           MEIO LOTE DE FRETE SEM NINGUEM PERCEBER.
000120* DATA: 22/08/2026
000122* -----------------------------------------------------
000124* HISTORICO DE ALTERACOES
000126* 15/10/2026 FT  INCLUIDO NO DETALHE O CODIGO DO CLIENTE
000127*                (RAW-D-CLIENTE), TOMADO DO FILLER - BRANCOS
000128*                OU ZEROS = PEDIDO SEM CLIENTE.
000128* 15/10/2026 FT  INCLUIDO NO DETALHE O CEP DO DESTINO
000128*                (RAW-D-CEP) - BRANCOS OU ZEROS = SEM CEP. O
000128*                CORPO DO REGISTRO PASSA DE 65 PARA 73
000128*                POSICOES (HEADER E TRAILER COM FILLER MAIOR).
000128* 15/10/2026 FT  INCLUIDO NO DETALHE O NUMERO DA COTACAO DE
000128*                FRETE (RAW-D-COTACAO) - BRANCOS OU ZEROS =
000128*                SEM COTACAO. O CORPO DO REGISTRO PASSA DE 73
000128*                PARA 79 POSICOES.
000128* 15/10/2026 FT  INCLUIDA NO HEADER A SEQUENCIA DA TRANSMISSAO
000128*                (RAW-H-SEQUENCIA), TOMADA DO FILLER - ZEROS =
000128*                REMETENTE NAO NUMERA. CONFERIDA COM A DATA
000128*                PELO CONTROLE DE CHEGADA (PROGCB124).
000130***********************************************************
000140 01  RAW-REGISTRO.
000150     05  RAW-TIPO                PIC X(01).
000160         88  RAW-TIPO-HEADER         VALUE '1'.
000170         88  RAW-TIPO-DETALHE        VALUE '2'.
000180         88  RAW-TIPO-TRAILER        VALUE '3'.
000190     05  RAW-CORPO               PIC X(79).
000200     05  RAW-CORPO-HEADER REDEFINES RAW-CORPO.
000210         10  RAW-H-DATA          PIC 9(08).
000215         10  RAW-H-SEQUENCIA     PIC 9(06).
000220         10  FILLER              PIC X(65).
000230     05  RAW-CORPO-DETALHE REDEFINES RAW-CORPO.
000240         10  RAW-D-NUMERO        PIC X(06).
000250         10  RAW-D-PRODUTO       PIC X(20).
000300         10  RAW-D-DATA          PIC X(08).
000310         10  RAW-D-UF-ORIGEM     PIC X(02).
000320         10  RAW-D-CLASSE        PIC X(02).
000325         10  RAW-D-CLIENTE       PIC X(05).
000326         10  RAW-D-CLIENTE-N REDEFINES RAW-D-CLIENTE
000327                                 PIC 9(05).
000328         10  RAW-D-CEP           PIC X(08).
000329         10  RAW-D-CEP-N REDEFINES RAW-D-CEP
000329                                 PIC 9(08).
000329         10  RAW-D-COTACAO       PIC X(06).
000329         10  RAW-D-COTACAO-N REDEFINES RAW-D-COTACAO
000329                                 PIC 9(06).
000330         10  FILLER              PIC X(03).
000340     05  RAW-CORPO-TRAILER REDEFINES RAW-CORPO.
000350         10  RAW-T-QTDE          PIC 9(06).
000360         10  RAW-T-HASH-VALOR    PIC 9(10)V99.
000370         10  FILLER              PIC X(61).
