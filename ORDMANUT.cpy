000010***********************************************************
000020* COPYBOOK: ORDMANUT
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DAS ORDENS DE SERVICO DE
000050*           MANUTENCAO DOS LOTES (WORK-ORDERS, ARQUIVO
000060*           ORDMANUT), CHAVEADO POR LOTE + NUMERO DA ORDEM
000070*           (SEQUENCIAL DENTRO DO LOTE). LOTE 00000 = AREAS
000080*           COMUNS DO GALPAO. MANTIDO NO CONSOLE PROGCB100:
000090*           ABERTURA, ALTERACAO, FECHAMENTO COM O CUSTO
000100*           FINAL E O RESPONSAVEL (L = LOCATARIO, P =
000110*           PROPRIETARIO) E CANCELAMENTO.
000120*           SITUACOES: A = ABERTA, F = FECHADA, C = CANCELADA.
000130*           ORDEM FECHADA E APROPRIADA PELO FATURAMENTO
000140*           (PROGCOB18), QUE GRAVA A COMPETENCIA: LOCATARIO
000150*           = COBRADA NA FATURA DO LOTE (NUMERO DA FATURA
000160*           GRAVADO AQUI); PROPRIETARIO EM AREA COMUM =
000170*           SOMADA AOS CUSTOS DO CAMCOST NO RATEIO CAM;
000180*           PROPRIETARIO NO LOTE = CUSTO DO PROPRIO LOTE.
000190*           COMPETENCIA ZERO = AINDA NAO APROPRIADA.
000200* DATA: 15/10/2026
000210* -----------------------------------------------------
000220* HISTORICO DE ALTERACOES
000230* 15/10/2026 FT  COPYBOOK CRIADA.
000240***********************************************************
000250 01  OMT-RECORD.
000260     05  OMT-CHAVE.
000270         10  OMT-LOTE-ID         PIC 9(05).
000280             88  OMT-AREA-COMUM      VALUE ZEROS.
000290         10  OMT-NUMERO          PIC 9(05).
000300     05  OMT-DATA-ABERTURA       PIC 9(08).
000310     05  OMT-CATEGORIA           PIC X(01).
000320         88  OMT-CAT-PORTA           VALUE 'P'.
000330         88  OMT-CAT-TELHADO         VALUE 'T'.
000340         88  OMT-CAT-PISO            VALUE 'S'.
000350         88  OMT-CAT-CERCA           VALUE 'C'.
000360         88  OMT-CAT-OUTROS          VALUE 'O'.
000370         88  OMT-CATEGORIA-VALIDA    VALUE 'P' 'T' 'S' 'C'
000380                                           'O'.
000390     05  OMT-DESCRICAO           PIC X(40).
000400     05  OMT-FORNECEDOR          PIC X(25).
000410     05  OMT-CUSTO               PIC 9(07)V99.
000420     05  OMT-RESPONSAVEL         PIC X(01).
000430         88  OMT-RESP-LOCATARIO      VALUE 'L'.
000440         88  OMT-RESP-PROPRIETARIO   VALUE 'P'.
000450         88  OMT-RESP-VALIDO         VALUE 'L' 'P'.
000460     05  OMT-LOCATARIO           PIC 9(04).
000470     05  OMT-STATUS              PIC X(01).
000480         88  OMT-ABERTA              VALUE 'A'.
000490         88  OMT-FECHADA             VALUE 'F'.
000500         88  OMT-CANCELADA           VALUE 'C'.
000510     05  OMT-DATA-FECHAMENTO     PIC 9(08).
000520     05  OMT-USUARIO             PIC X(08).
000530     05  OMT-COMPETENCIA         PIC 9(06).
000540     05  OMT-FATURA              PIC 9(06).
