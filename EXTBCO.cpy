000010***********************************************************
000020* COPYBOOK: EXTBCO
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO EXTRATO DIARIO DA CONTA CORRENTE
000050*           ENVIADO PELO BANCO (ARQUIVO EXTBCO), NO MESMO
000060*           DESENHO DOS RETORNOS (HEADER, DETALHES,
000070*           TRAILER). UM DETALHE POR LANCAMENTO DA CONTA,
000080*           COM O NUMERO DO LANCAMENTO NO DIA, A NATUREZA
000090*           (C = CREDITO, D = DEBITO) E A REFERENCIA QUE O
000100*           BANCO DEVOLVE: NOSSO NUMERO NA LIQUIDACAO DE
000110*           BOLETO, NUMERO DO LOTE NO DEBITO DA REMESSA DE
000120*           PAGAMENTO (PAGREM), MATRICULA NO CREDITO DE
000130*           SALARIO - SEMPRE ALINHADA A ESQUERDA, COM OS
000140*           ZEROS. TRAILER COM A QUANTIDADE DE DETALHES E
000150*           OS TOTAIS DE CREDITOS E DE DEBITOS.
000160* DATA: 15/10/2026
000170***********************************************************
000180 01  BEX-EXTRATO-RECORD.
000190     05  BEX-TIPO            PIC X(01).
000200         88  BEX-TIPO-HEADER     VALUE 'H'.
000210         88  BEX-TIPO-DETALHE    VALUE 'D'.
000220         88  BEX-TIPO-TRAILER    VALUE 'T'.
000230     05  BEX-DADOS           PIC X(70).
000240     05  BEX-DADOS-HEADER REDEFINES BEX-DADOS.
000250         10  BEX-H-DATA      PIC 9(08).
000260         10  BEX-H-AGENCIA   PIC 9(04).
000270         10  BEX-H-CONTA     PIC X(12).
000280         10  FILLER          PIC X(46).
000290     05  BEX-DADOS-DETALHE REDEFINES BEX-DADOS.
000300         10  BEX-D-DATA      PIC 9(08).
000310         10  BEX-D-SEQUENCIA PIC 9(05).
000320         10  BEX-D-NATUREZA  PIC X(01).
000330             88  BEX-D-CREDITO   VALUE 'C'.
000340             88  BEX-D-DEBITO    VALUE 'D'.
000350         10  BEX-D-VALOR     PIC 9(08)V99.
000360         10  BEX-D-REFERENCIA PIC X(15).
000370         10  BEX-D-HISTORICO PIC X(25).
000380         10  FILLER          PIC X(06).
000390     05  BEX-DADOS-TRAILER REDEFINES BEX-DADOS.
000400         10  BEX-T-QUANTIDADE PIC 9(06).
000410         10  BEX-T-VALOR-CREDITOS PIC 9(10)V99.
000420         10  BEX-T-VALOR-DEBITOS  PIC 9(10)V99.
000430         10  FILLER          PIC X(40).
