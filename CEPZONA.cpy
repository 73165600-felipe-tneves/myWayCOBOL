000010***********************************************************
000020* COPYBOOK: CEPZONA
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DA TABELA DE ZONAS DE
000050*           ENTREGA POR FAIXA DE CEP (CEP-ZONE-TABLE),
000060*           CHAVEADA POR TRANSPORTADORA + UF + CEP INICIAL
000070*           DA FAIXA + INICIO DA VIGENCIA - CADA FAIXA DE
000080*           CEP DO DESTINO CAI NUMA ZONA DE PRECO DA
000090*           TRANSPORTADORA (CAPITAL, INTERIOR, ...), COM A
000100*           PROPRIA TAXA SOBRE O VALOR. CEP FORA DE QUALQUER
000110*           FAIXA VIGENTE E COTADO PELA TAXA DA UF
000120*           (CARRIER-RATE-TABLE), COMO ANTES. VIGENCIA FIM
000130*           ZEROS (OU 99999999) = SEM FIM PREVISTO.
000140* DATA: 15/10/2026
000150***********************************************************
000160 01  CZN-RECORD.
000170     05  CZN-CHAVE.
000180         10  CZN-TRANSPORTADORA  PIC X(03).
000190         10  CZN-UF              PIC X(02).
000200         10  CZN-CEP-INI         PIC 9(08).
000210         10  CZN-VIGENCIA-INI    PIC 9(08).
000220     05  CZN-CEP-FIM             PIC 9(08).
000230     05  CZN-VIGENCIA-FIM        PIC 9(08).
000240     05  CZN-ZONA                PIC X(03).
000250     05  CZN-MULTIPLIER          PIC 9V9999.
000260     05  FILLER                  PIC X(10).
