000075*                SISTEMA PASSA A OPERAR DOIS CNPJS NA MESMA
000075*                BASE, COM SELECAO/QUEBRA POR EMPRESA NOS
000075*                LOTES. ZEROS = EMPRESA 01 (REGISTRO ANTIGO).
000075* 15/10/2026 FT  INCLUIDO O CODIGO DO CLIENTE (ORDER-CLIENTE),
000075*                VALIDADO CONTRA O CADASTRO CUSTMAST NA CARGA
000075*                (PROGCOB27) E NA MANUTENCAO (PROGCOB22) E
000075*                COPIADO PARA O HISTORICO DE FRETES PELO LOTE
000075*                DE FRETE. ZEROS = PEDIDO SEM CLIENTE (FRETE
000075*                POR CONTA DA EMPRESA, COMO CIF).
000075* 15/10/2026 FT  INCLUIDO O CEP DO DESTINO (ORDER-CEP-DESTINO),
000075*                PARA COTAR O FRETE PELA ZONA DE ENTREGA DA
000075*                TRANSPORTADORA (TABELA CEPZONA) EM VEZ DE SO
000075*                PELA UF. ZEROS = SEM CEP (COTADO PELA UF).
000075* 15/10/2026 FT  INCLUIDO O NUMERO DA COTACAO DE FRETE
000075*                (ORDER-COTACAO), PARA O LOTE DE FRETE HONRAR O
000075*                FRETE COTADO PELA AREA DE VENDAS (COTFRETE)
000075*                ENQUANTO A COTACAO ESTIVER VALIDA. ZEROS =
000075*                PEDIDO SEM COTACAO.
000075* 15/10/2026 FT  INCLUIDOS O TIPO DO PEDIDO (ORDER-TIPO: N OU
000075*                BRANCO = PEDIDO NORMAL, D = DEVOLUCAO), O
000075*                PEDIDO ORIGINAL DA DEVOLUCAO (ORDER-PEDIDO-
000075*                ORIGEM) E A TRANSPORTADORA QUE FEZ A ENTREGA
000075*                ORIGINAL (ORDER-TRANSP-ORIGEM), QUE FAZ O
000075*                FRETE DE RETORNO. A DEVOLUCAO NASCE NA
000075*                MANUTENCAO DE PEDIDOS (PROGCOB22) COM ORIGEM E
000075*                DESTINO INVERTIDOS; ZEROS/BRANCOS NO PEDIDO
000075*                NORMAL.
000076***********************************************************
000080 01  ORDER-RECORD.
000090     05  ORDER-PRODUTO       PIC X(20).
000200     05  ORDER-UF-ORIGEM     PIC X(02).
000210     05  ORDER-CLASSE-FISCAL PIC X(02).
000220     05  ORDER-EMPRESA       PIC 9(02).
000230     05  ORDER-CLIENTE       PIC 9(05).
000240     05  ORDER-CEP-DESTINO   PIC 9(08).
000250     05  ORDER-COTACAO       PIC 9(06).
000250     05  ORDER-TIPO          PIC X(01).
000250         88  ORDER-NORMAL        VALUE 'N' ' '.
000250         88  ORDER-DEVOLUCAO     VALUE 'D'.
000250     05  ORDER-PEDIDO-ORIGEM PIC 9(06).
000250     05  ORDER-TRANSP-ORIGEM PIC X(03).
