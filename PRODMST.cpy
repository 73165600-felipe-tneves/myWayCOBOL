000010***********************************************************
000020* COPYBOOK: PRODMST
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DO CADASTRO DE PRODUTOS
000050*           (PRODUCT-MASTER, ARQUIVO PRODMAST), CHAVEADO
000060*           PELO CODIGO DO PRODUTO (O MESMO TEXTO GRAVADO EM
000070*           ORDER-PRODUTO) - DIMENSOES DA EMBALAGEM EM
000080*           CENTIMETROS, PESO UNITARIO EM QUILOS, CLASSE
000090*           FISCAL E FLAG DE ATIVO. A CARGA DE PEDIDOS
000100*           (PROGCOB27) CRITICA O PRODUTO CONTRA ESTE
000110*           CADASTRO; O LOTE DE FRETE (PROGCOB13) E A
000120*           RECONCILIACAO (PROGCOB14) CALCULAM O VOLUME DO
000130*           PEDIDO (UNIDADES = PESO DO PEDIDO / PESO
000140*           UNITARIO, ARREDONDADO PARA CIMA) PARA O PESO
000150*           CUBADO.
000160* DATA: 15/10/2026
000170* -----------------------------------------------------
000180* HISTORICO DE ALTERACOES
000190* 15/10/2026 FT  COPYBOOK CRIADA.
000200***********************************************************
000210 01  PRD-RECORD.
000220     05  PRD-CODIGO          PIC X(20).
000230     05  PRD-DESCRICAO       PIC X(30).
000240     05  PRD-ALTURA          PIC 9(04)V9.
000250     05  PRD-LARGURA         PIC 9(04)V9.
000260     05  PRD-COMPRIMENTO     PIC 9(04)V9.
000270     05  PRD-PESO-UNITARIO   PIC 9(04)V999.
000280     05  PRD-CLASSE-FISCAL   PIC X(02).
000290     05  PRD-ATIVO           PIC X(01).
000300         88  PRD-ATIVO-SIM       VALUE 'S'.
000310         88  PRD-ATIVO-NAO       VALUE 'N'.
