000010***********************************************************
000020* COPYBOOK: ESOCREM
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO ARQUIVO DE EVENTOS TRABALHISTAS PARA
000050*           O GOVERNO (EVENT-REMESSA, ARQUIVO ESOCREM) GERADO
000060*           DIARIAMENTE PELO PROGCOB85, NO DESENHO DAS
000070*           REMESSAS BANCARIAS: HEADER (TIPO H, DATA), UM
000080*           DETALHE POR EVENTO (TIPO D) E TRAILER (TIPO T,
000090*           QUANTIDADE). O DETALHE LEVA A CHAVE DO EVENTO
000100*           (MATRICULA, CODIGO S-2200 ADMISSAO, S-2299
000110*           DESLIGAMENTO, S-2230 AFASTAMENTO, S-1200
000120*           REMUNERACAO, DATA OU COMPETENCIA AAAAMM00 E
000130*           INDICADOR), DEVOLVIDA NO RETORNO (ESOCRET), O
000140*           CNPJ DA EMPRESA (COMPMST) E O CPF DO FUNCIONARIO.
000150*           INDICADOR: T = TRANSFERENCIA ENTRE EMPRESAS DO
000160*           GRUPO (2200/2299), I = INICIO E F = FIM DO
000170*           AFASTAMENTO (2230), BRANCO NOS DEMAIS.
000180* DATA: 15/10/2026
000190***********************************************************
000200 01  ERM-REMESSA-RECORD.
000210     05  ERM-TIPO            PIC X(01).
000220         88  ERM-TIPO-HEADER     VALUE 'H'.
000230         88  ERM-TIPO-DETALHE    VALUE 'D'.
000240         88  ERM-TIPO-TRAILER    VALUE 'T'.
000250     05  ERM-DADOS           PIC X(130).
000260     05  ERM-DADOS-HEADER REDEFINES ERM-DADOS.
000270         10  ERM-H-DATA      PIC 9(08).
000280         10  FILLER          PIC X(122).
000290     05  ERM-DADOS-DETALHE REDEFINES ERM-DADOS.
000300         10  ERM-D-CHAVE.
000310             15  ERM-D-MATRICULA  PIC 9(05).
000320             15  ERM-D-EVENTO     PIC X(06).
000330             15  ERM-D-REFERENCIA PIC 9(08).
000340             15  ERM-D-INDICADOR  PIC X(01).
000350         10  ERM-D-CNPJ      PIC 9(14).
000360         10  ERM-D-CPF       PIC 9(11).
000370         10  ERM-D-NOME      PIC X(30).
000380         10  ERM-D-CONTEUDO  PIC X(55).
000390*        S-2200 ADMISSAO
000400         10  ERM-D-ADMISSAO REDEFINES ERM-D-CONTEUDO.
000410             15  ERM-A-DATA        PIC 9(08).
000420             15  ERM-A-ANOENTRADA  PIC 9(04).
000430             15  ERM-A-SALARIO     PIC 9(06)V99.
000440             15  ERM-A-DEPARTAMENTO PIC X(04).
000450             15  ERM-A-FAIXA       PIC X(03).
000460             15  FILLER            PIC X(28).
000470*        S-2299 DESLIGAMENTO (VALORES DA RESCISAO, PROGCOB58;
000480*        ZEROS NA TRANSFERENCIA ENTRE EMPRESAS)
000490         10  ERM-D-DESLIGAMENTO REDEFINES ERM-D-CONTEUDO.
000500             15  ERM-X-DATA        PIC 9(08).
000510             15  ERM-X-TIPO        PIC X(01).
000520             15  ERM-X-BRUTO       PIC 9(06)V99.
000530             15  ERM-X-INSS        PIC 9(06)V99.
000540             15  ERM-X-IRRF        PIC 9(06)V99.
000550             15  ERM-X-LIQUIDO     PIC 9(06)V99.
000560             15  FILLER            PIC X(14).
000570*        S-2230 AFASTAMENTO (INICIO OU FIM PELO INDICADOR)
000580         10  ERM-D-AFASTAMENTO REDEFINES ERM-D-CONTEUDO.
000590             15  ERM-F-DATA        PIC 9(08).
000600             15  FILLER            PIC X(47).
000610*        S-1200 REMUNERACAO DA COMPETENCIA (CONTRACHEQUE)
000620         10  ERM-D-REMUNERACAO REDEFINES ERM-D-CONTEUDO.
000630             15  ERM-R-COMPETENCIA PIC 9(06).
000640             15  ERM-R-BRUTO       PIC 9(06)V99.
000650             15  ERM-R-INSS        PIC 9(06)V99.
000660             15  ERM-R-IRRF        PIC 9(06)V99.
000670             15  ERM-R-LIQUIDO     PIC 9(06)V99.
000680             15  FILLER            PIC X(17).
000690     05  ERM-DADOS-TRAILER REDEFINES ERM-DADOS.
000700         10  ERM-T-QUANTIDADE PIC 9(06).
000710         10  FILLER          PIC X(124).
