000010***********************************************************
000020* COPYBOOK: ESOCRET
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO ARQUIVO DE RETORNO DOS EVENTOS
000050*           TRABALHISTAS ENVIADOS AO GOVERNO (EVENT-RETORNO,
000060*           ARQUIVO ESOCRET) PROCESSADO PELO PROGCOB86, NO
000070*           DESENHO DOS RETORNOS BANCARIOS: HEADER (TIPO H),
000080*           UM DETALHE POR EVENTO (TIPO D, COM A CHAVE DO
000090*           EVENTO DA REMESSA ESOCREM; SITUACAO A = ACEITO,
000100*           COM O NUMERO DO RECIBO, R = REJEITADO, COM O
000110*           CODIGO E A MENSAGEM DO ERRO) E TRAILER (TIPO T,
000120*           QUANTIDADE DE DETALHES, CONFERIDA).
000130* DATA: 15/10/2026
000140***********************************************************
000150 01  ERT-RETORNO-RECORD.
000160     05  ERT-TIPO            PIC X(01).
000170         88  ERT-TIPO-HEADER     VALUE 'H'.
000180         88  ERT-TIPO-DETALHE    VALUE 'D'.
000190         88  ERT-TIPO-TRAILER    VALUE 'T'.
000200     05  ERT-DADOS           PIC X(100).
000210     05  ERT-DADOS-HEADER REDEFINES ERT-DADOS.
000220         10  ERT-H-DATA      PIC 9(08).
000230         10  FILLER          PIC X(92).
000240     05  ERT-DADOS-DETALHE REDEFINES ERT-DADOS.
000250         10  ERT-D-CHAVE.
000260             15  ERT-D-MATRICULA  PIC 9(05).
000270             15  ERT-D-EVENTO     PIC X(06).
000280             15  ERT-D-REFERENCIA PIC 9(08).
000290             15  ERT-D-INDICADOR  PIC X(01).
000300         10  ERT-D-SITUACAO  PIC X(01).
000310             88  ERT-ACEITO          VALUE 'A'.
000320             88  ERT-REJEITADO       VALUE 'R'.
000330         10  ERT-D-RECIBO    PIC X(20).
000340         10  ERT-D-OCORRENCIA PIC X(04).
000350         10  ERT-D-MENSAGEM  PIC X(40).
000360         10  FILLER          PIC X(15).
000370     05  ERT-DADOS-TRAILER REDEFINES ERT-DADOS.
000380         10  ERT-T-QUANTIDADE PIC 9(06).
000390         10  FILLER          PIC X(94).
