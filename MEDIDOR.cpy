000010***********************************************************
000020* COPYBOOK: MEDIDOR
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DO CADASTRO DE MEDIDORES DE
000050*           ENERGIA E AGUA DOS LOTES (METER-MASTER, ARQUIVO
000060*           MEDIDOR), CHAVEADO POR LOTE + TIPO (E = ENERGIA,
000070*           A = AGUA). MANTIDO NO CONSOLE PROGCOB05. O
000080*           FATURAMENTO (PROGCOB18) COBRA O CONSUMO DO MES
000090*           (LEITURA ATUAL MENOS A ULTIMA LEITURA FATURADA)
000100*           PELA TARIFA DO TARIFUTL E ATUALIZA AQUI A ULTIMA
000110*           LEITURA, A BASE DELA (LEITURA ANTERIOR) E A
000120*           MEDIA MOVEL DE CONSUMO DOS ULTIMOS 12 MESES, QUE
000130*           SERVE DE REFERENCIA PARA A CONFERENCIA DA
000140*           LEITURA DO MES SEGUINTE.
000150*           SITUACOES: A = ATIVO, I = INATIVO (RETIRADO).
000160* DATA: 15/10/2026
000170***********************************************************
000180 01  MTR-RECORD.
000190     05  MTR-CHAVE.
000200         10  MTR-LOTE-ID     PIC 9(05).
000210         10  MTR-TIPO        PIC X(01).
000220             88  MTR-ENERGIA     VALUE 'E'.
000230             88  MTR-AGUA        VALUE 'A'.
000240     05  MTR-NUMERO-SERIE    PIC X(15).
000250     05  MTR-DATA-INSTALACAO PIC 9(08).
000260     05  MTR-LEITURA-ANTERIOR PIC 9(07)V99.
000270     05  MTR-ULTIMA-LEITURA  PIC 9(07)V99.
000280     05  MTR-DATA-ULT-LEITURA PIC 9(08).
000290     05  MTR-CONSUMO-MEDIO   PIC 9(07)V99.
000300     05  MTR-QTDE-MESES      PIC 9(02).
000310     05  MTR-SITUACAO        PIC X(01).
000320         88  MTR-ATIVO           VALUE 'A'.
000330         88  MTR-INATIVO         VALUE 'I'.
