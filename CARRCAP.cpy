000010***********************************************************
000020* COPYBOOK: CARRCAP
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DA TABELA DE CAPACIDADE
000050*           DIARIA DAS TRANSPORTADORAS (CARRIER-CAPACITY),
000060*           CHAVEADA POR TRANSPORTADORA + UF + DIA DA SEMANA
000070*           (1 = DOMINGO ... 7 = SABADO) - PESO MAXIMO E
000080*           QUANTIDADE MAXIMA DE EMBARQUES QUE A FROTA DA
000090*           TRANSPORTADORA ABSORVE NAQUELE DIA PARA A UF. O
000100*           LOTE DE FRETE (PROGCOB13) PASSA PARA A PROXIMA
000110*           MAIS BARATA QUANDO A CAPACIDADE DO DIA ACABA.
000120*           SEM REGISTRO, OU LIMITE ZERO = SEM LIMITE.
000130* DATA: 15/10/2026
000140***********************************************************
000150 01  CCP-RECORD.
000160     05  CCP-CHAVE.
000170         10  CCP-TRANSPORTADORA  PIC X(03).
000180         10  CCP-UF              PIC X(02).
000190         10  CCP-DIA-SEMANA      PIC 9(01).
000200             88  CCP-DIA-VALIDO      VALUE 1 THRU 7.
000210     05  CCP-PESO-MAXIMO         PIC 9(07)V99.
000220     05  CCP-QTDE-MAXIMA         PIC 9(04).
000230     05  FILLER                  PIC X(10).
