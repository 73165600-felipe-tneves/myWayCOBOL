000010***********************************************************
000020* COPYBOOK: EXTRATO
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO ARQUIVO DE EXTRATOS DOS LOCATARIOS
000050*           (EXTRATOS), GRAVADO PELO EXTRATO DO LOCATARIO
000060*           (PROGCOB06) PARA ENVIO AO LOCATARIO - POR
000070*           EXTRATO, UM CABECALHO (H) COM O NOME, O PERIODO
000080*           E O SALDO ANTERIOR, UM MOVIMENTO (M) POR FATURA
000090*           EMITIDA (F), ENCARGOS DE ATRASO (E) E PAGAMENTO
000100*           (P) COM O CANAL, UMA LINHA DE CAUCAO (C) POR
000110*           DEPOSITO DO DEPCAU E UM TOTAL (T) COM DEBITOS,
000120*           CREDITOS, SALDO FINAL E CAUCAO RETIDA. SALDO
000130*           POSITIVO = DEVIDO PELO LOCATARIO; PAGAMENTO
000140*           MENOR QUE O DEVIDO DA FATURA VEM MARCADO PARCIAL.
000150* DATA: 15/10/2026
000160* -----------------------------------------------------
000170* HISTORICO DE ALTERACOES
000180* 15/10/2026 FT  COPYBOOK CRIADA.
000190***********************************************************
000200 01  EXT-REGISTRO.
000210     05  EXT-LOCATARIO           PIC 9(04).
000220     05  EXT-TIPO                PIC X(01).
000230         88  EXT-TIPO-CABECALHO      VALUE 'H'.
000240         88  EXT-TIPO-MOVIMENTO      VALUE 'M'.
000250         88  EXT-TIPO-CAUCAO         VALUE 'C'.
000260         88  EXT-TIPO-TOTAL          VALUE 'T'.
000270     05  EXT-CORPO               PIC X(75).
000280     05  EXT-CORPO-CABECALHO REDEFINES EXT-CORPO.
000290         10  EXT-H-NOME          PIC X(25).
000300         10  EXT-H-DATA-INICIO   PIC 9(08).
000310         10  EXT-H-DATA-FIM      PIC 9(08).
000320         10  EXT-H-EMISSAO       PIC 9(08).
000330         10  EXT-H-SALDO-ANTERIOR PIC S9(09)V99.
000340         10  FILLER              PIC X(15).
000350     05  EXT-CORPO-MOVIMENTO REDEFINES EXT-CORPO.
000360         10  EXT-M-DATA          PIC 9(08).
000370         10  EXT-M-LOTE          PIC 9(05).
000380         10  EXT-M-DOCUMENTO     PIC 9(06).
000390         10  EXT-M-LANCAMENTO    PIC X(01).
000400             88  EXT-M-FATURA        VALUE 'F'.
000410             88  EXT-M-ENCARGOS      VALUE 'E'.
000420             88  EXT-M-PAGAMENTO     VALUE 'P'.
000430         10  EXT-M-CANAL         PIC X(01).
000440             88  EXT-M-RECIBO        VALUE 'R'.
000450             88  EXT-M-BOLETO        VALUE 'B'.
000460         10  EXT-M-DEBITO        PIC 9(08)V99.
000470         10  EXT-M-CREDITO       PIC 9(08)V99.
000480         10  EXT-M-SALDO         PIC S9(09)V99.
000490         10  EXT-M-SW-PARCIAL    PIC X(01).
000500             88  EXT-M-PARCIAL       VALUE 'S'.
000510         10  FILLER              PIC X(22).
000520     05  EXT-CORPO-CAUCAO REDEFINES EXT-CORPO.
000530         10  EXT-C-LOTE          PIC 9(05).
000540         10  EXT-C-DATA-DEPOSITO PIC 9(08).
000550         10  EXT-C-DEPOSITO      PIC 9(08)V99.
000560         10  EXT-C-CORRECAO      PIC 9(08)V99.
000570         10  EXT-C-DEDUCOES      PIC 9(08)V99.
000580         10  EXT-C-DEVOLVIDO     PIC 9(08)V99.
000590         10  EXT-C-DATA-DEVOLUCAO PIC 9(08).
000600         10  EXT-C-SITUACAO      PIC X(01).
000610         10  EXT-C-RETIDO        PIC 9(08)V99.
000620         10  FILLER              PIC X(03).
000630     05  EXT-CORPO-TOTAL REDEFINES EXT-CORPO.
000640         10  EXT-T-DEBITOS       PIC 9(09)V99.
000650         10  EXT-T-CREDITOS      PIC 9(09)V99.
000660         10  EXT-T-SALDO-FINAL   PIC S9(09)V99.
000670         10  EXT-T-CAUCAO-RETIDA PIC 9(09)V99.
000680         10  EXT-T-QTDE-MOVIMENTOS PIC 9(04).
000690         10  FILLER              PIC X(27).
