000010***********************************************************
000020* COPYBOOK: CUSTMST
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DO CADASTRO DE CLIENTES
000050*           (CUSTOMER-MASTER, ARQUIVO CUSTMAST) - CODIGO,
000060*           RAZAO SOCIAL, CNPJ (VALIDADO PELA VALDOC NA
000070*           MANUTENCAO), MODALIDADE DO FRETE (CIF = FRETE
000080*           POR CONTA DA EMPRESA, FOB = FRETE REPASSADO AO
000090*           CLIENTE), UF DE COBRANCA E FLAG DE ATIVO. O
000100*           CODIGO DO CLIENTE E CARREGADO NO PEDIDO E NO
000110*           HISTORICO DE FRETES; O FATURAMENTO MENSAL DE
000120*           FRETE (PROGCOB91) COBRA OS CLIENTES FOB.
000130* DATA: 15/10/2026
000140* -----------------------------------------------------
000150* HISTORICO DE ALTERACOES
000160* 15/10/2026 FT  COPYBOOK CRIADA.
000170***********************************************************
000180 01  CLI-RECORD.
000190     05  CLI-CODIGO          PIC 9(05).
000200     05  CLI-NOME            PIC X(30).
000210     05  CLI-CNPJ            PIC 9(14).
000220     05  CLI-MODALIDADE      PIC X(01).
000230         88  CLI-FRETE-CIF       VALUE 'C'.
000240         88  CLI-FRETE-FOB       VALUE 'F'.
000250         88  CLI-MODALIDADE-OK   VALUE 'C' 'F'.
000260     05  CLI-UF-COBRANCA     PIC X(02).
000270     05  CLI-ATIVO           PIC X(01).
000280         88  CLI-ATIVO-SIM       VALUE 'S'.
000290         88  CLI-ATIVO-NAO       VALUE 'N'.
000300     05  CLI-PRAZO-PAGAMENTO PIC 9(03).
