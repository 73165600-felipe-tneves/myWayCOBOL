000129*                SEGUE PELA CHAVE PRIMARIA, INALTERADA.
000129*                ZEROS = REGISTRO ANTIGO (FICA ANTES DE
000129*                QUALQUER PERIODO NA CHAVE ALTERNADA).
000129* 15/10/2026 FT  INCLUIDOS O CLIENTE DO PEDIDO (FRH-CLIENTE,
000129*                COPIADO PELO LOTE DE FRETE; COTACAO DE
000129*                CONSOLE GRAVA ZEROS = SEM CLIENTE) E O NUMERO
000129*                DA FATURA DE FRETE AO CLIENTE QUE COBROU A
000129*                LINHA (FRH-FATURA-CLIENTE), GRAVADO PELO
000129*                FATURAMENTO MENSAL FOB (PROGCOB91) - LINHA
000129*                COM FATURA DIFERENTE DE ZEROS JA FOI COBRADA
000129*                (OU CREDITADA, NO ESTORNO) E NAO ENTRA DE
000129*                NOVO NUMA RERODADA.
000129* 15/10/2026 FT  INCLUIDOS O PESO TAXADO (FRH-PESO-TAXADO) E O
000129*                TIPO DO PESO USADO NO ADICIONAL (FRH-TIPO-PESO:
000129*                R = PESO REAL, C = PESO CUBADO PELO FATOR DA
000129*                TRANSPORTADORA) - O LOTE DE FRETE PASSA A
000129*                COBRAR PELO MAIOR DOS DOIS. BRANCO = REGISTRO
000129*                ANTIGO, TAXADO PELO PESO REAL (FRH-PESO).
000129* 15/10/2026 FT  INCLUIDA A ZONA DE ENTREGA (FRH-ZONA) PELA QUAL
000129*                O FRETE FOI COTADO, QUANDO O CEP DO DESTINO
000129*                CAIU NUMA FAIXA DA TABELA CEPZONA - BRANCO =
000129*                COTADO PELA TAXA DA UF (OU REGISTRO ANTIGO).
000129* 15/10/2026 FT  INCLUIDO O TIPO D (FRH-TIPO-DEVOLUCAO) - FRETE
000129*                DE RETORNO DE UM PEDIDO DE DEVOLUCAO, GRAVADO
000129*                PELO LOTE DE FRETE COM O ICMS DO PAR ORIGEM X
000129*                DESTINO DA DEVOLUCAO. E FRETE DEVIDO COMO O
000129*                NORMAL (PAGO, ESTORNAVEL E SOMADO NOS
000129*                RESUMOS), SO SEPARADO ONDE O RELATORIO PEDE.
000130***********************************************************
000140 01  FRH-RECORD.
000150     05  FRH-CHAVE.
000310         88  FRH-TIPO-NORMAL         VALUE 'N' ' '.
000320         88  FRH-TIPO-ESTORNO        VALUE 'E'.
000330         88  FRH-TIPO-ESTORNADO      VALUE 'X'.
000330         88  FRH-TIPO-DEVOLUCAO      VALUE 'D'.
000340     05  FRH-CREDITO-ABATIDO     PIC 9(06)V99.
000350     05  FRH-DATA-PAGAMENTO      PIC 9(08).
000360     05  FRH-LOTE-PAGAMENTO      PIC 9(06).
000370     05  FRH-PERIODO             PIC 9(06).
000380     05  FRH-CLIENTE             PIC 9(05).
000390     05  FRH-FATURA-CLIENTE      PIC 9(06).
000400     05  FRH-PESO-TAXADO         PIC 9(06)V99.
000410     05  FRH-TIPO-PESO           PIC X(01).
000420         88  FRH-PESO-REAL           VALUE 'R' ' '.
000430         88  FRH-PESO-CUBADO         VALUE 'C'.
000440     05  FRH-ZONA                PIC X(03).
