000010***********************************************************
000020* COPYBOOK: ORCFRT
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DO ORCAMENTO ANUAL DE FRETE
000050*           (FREIGHT-BUDGET, ARQUIVO ORCFRT), CHAVEADO POR
000060*           EMPRESA (CODIGO DO COMPMAST, O MESMO DO
000070*           EMP-EMPRESA/FRH-EMPRESA) + UF + ANO + MES - O
000080*           FRETE PAGO (BRL) E O ICMS ORCADOS PELO FINANCEIRO
000090*           PARA O MES. MANTIDO NA MANUTENCAO DE TABELAS DE
000100*           PARAMETRO (PROGCOB47, OPCAO 0) COM DUPLO CONTROLE
000110*           (PROGCOB72) E COMPARADO COM O REALIZADO DO
000120*           FRTHIST NO ORCADO X REALIZADO MENSAL (PROGCOB97).
000130*           A IMAGEM CABE NOS 40 BYTES DA PENDCHG.
000140* DATA: 15/10/2026
000150***********************************************************
000160 01  ORC-RECORD.
000170     05  ORC-CHAVE.
000180         10  ORC-EMPRESA         PIC 9(02).
000190         10  ORC-UF              PIC X(02).
000200         10  ORC-ANO             PIC 9(04).
000210         10  ORC-MES             PIC 9(02).
000220             88  ORC-MES-VALIDO      VALUE 1 THRU 12.
000230     05  ORC-FRETE-BRL           PIC 9(09)V99.
000240     05  ORC-ICMS                PIC 9(09)V99.
000250     05  FILLER                  PIC X(08).
