000010***********************************************************
000020* COPYBOOK: CARRDOC
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DO CADASTRO DE DOCUMENTOS
000050*           DE CONFORMIDADE DAS TRANSPORTADORAS (CARRIER-
000060*           DOCUMENTS), CHAVEADO POR TRANSPORTADORA + TIPO DO
000070*           DOCUMENTO - UM DOCUMENTO VIGENTE POR TIPO (A
000080*           RENOVACAO SOBREPOE O ANTERIOR). TIPOS RN (RNTRC
000090*           DA ANTT) E SG (SEGURO DE CARGA RCTR-C) SAO
000100*           SEMPRE OBRIGATORIOS; OS DEMAIS SO QUANDO
000110*           MARCADOS. DOCUMENTO OBRIGATORIO VENCIDO BLOQUEIA
000120*           A TRANSPORTADORA NA COTACAO E NO PAGAMENTO
000130*           (ROTINA COMUM DOCCHK). MANTIDO NO PROGCOB77.
000140* DATA: 15/10/2026
000150***********************************************************
000160 01  CDC-RECORD.
000170     05  CDC-CHAVE.
000180         10  CDC-TRANSPORTADORA  PIC X(03).
000190         10  CDC-TIPO            PIC X(02).
000200             88  CDC-TIPO-RNTRC      VALUE 'RN'.
000210             88  CDC-TIPO-SEGURO     VALUE 'SG'.
000220             88  CDC-TIPO-FIXO-OBRIG VALUE 'RN' 'SG'.
000230     05  CDC-NUMERO              PIC X(20).
000240     05  CDC-DATA-EMISSAO        PIC 9(08).
000250     05  CDC-DATA-VALIDADE       PIC 9(08).
000260     05  CDC-OBRIGATORIO         PIC X(01).
000270         88  CDC-OBRIGATORIO-SIM     VALUE 'S'.
000280     05  FILLER                  PIC X(10).
