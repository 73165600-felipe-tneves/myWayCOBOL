000010***********************************************************
000020* COPYBOOK: LEITURA
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DO ARQUIVO MENSAL DE
000050*           LEITURAS DOS MEDIDORES (METER-READINGS, ARQUIVO
000060*           LEITURAS) - UMA LINHA POR LOTE E TIPO (E =
000070*           ENERGIA EM KWH, A = AGUA EM M3) COM A LEITURA
000080*           ANTERIOR E A ATUAL E A DATA DA LEITURA. VEM DO
000090*           LEITURISTA OU E DIGITADO NO CONSOLE PROGCOB05 E
000100*           E LIDO PELO FATURAMENTO (PROGCOB18), QUE CONFERE
000110*           O CONSUMO CONTRA A MEDIA DO MEDIDOR ANTES DE
000120*           COBRAR.
000130* DATA: 15/10/2026
000140***********************************************************
000150 01  LEI-RECORD.
000160     05  LEI-LOTE-ID         PIC 9(05).
000170     05  LEI-TIPO            PIC X(01).
000180     05  LEI-LEITURA-ANTERIOR PIC 9(07)V99.
000190     05  LEI-LEITURA-ATUAL   PIC 9(07)V99.
000200     05  LEI-DATA-LEITURA    PIC 9(08).
